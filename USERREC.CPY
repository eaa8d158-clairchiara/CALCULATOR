      ******************************************************************
      * USERREC - record layout of USER-PROFILE-FILE (USERFILE), the
      * register of authorised users. Maintained by CALCULATOR's
      * sign-on and user administration, read by the programs that
      * check a user ID against the register. Kept in one copybook
      * so a writer and its readers can never drift apart.
      *
      * One PROFILE-RECORD per authorised user: sign-on is validated
      * against this file, and the per-user defaults it carries (the
      * currency display preference) are applied at sign-on and kept
      * up to date as the user changes them. PROFILE-AUTHORITY
      * separates ordinary users from the supervisors who maintain
      * constants and the user register; PROFILE-STATUS lets a
      * leaver's ID be disabled without losing the profile record.
      ******************************************************************
       01  PROFILE-RECORD.
           02  PROFILE-USER-ID     PIC X(10).
           02  PROFILE-USER-NAME   PIC X(30).
           02  PROFILE-DISPLAY-MODE PIC X(1).
           02  PROFILE-AUTHORITY   PIC X(1).
               88  PROFILE-SUPERVISOR      VALUE 'S'.
               88  PROFILE-ORDINARY        VALUE 'U'.
           02  PROFILE-STATUS      PIC X(1).
               88  PROFILE-ACTIVE          VALUE 'A'.
               88  PROFILE-DISABLED        VALUE 'D'.
