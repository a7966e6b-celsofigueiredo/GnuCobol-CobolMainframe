      *>              repositioning. Strictly for a dedicated batch
      *>              reader - any other PGMOD7 function between the
      *>              calls would commit and close the held cursor.
      *> 2026.10.15 Celso:
      *>            - INSERT-BOOK and UPDATE-BOOK now warn (LN-WARN-1/2,
      *>              non-blocking) when ACQ_SUPPLIER is not a vendor
      *>              code on the VENDOR master PGMODP keeps
      *>              (CHECK-SUPPLIER-CODE); PGMODP's receiving fills
      *>              it with the order's vendor code.
      *>            - COPY-UPDATE refuses a copy out at the bindery
      *>              (an open BINDERY_ITEM row); it comes back
      *>              through PGMODB's receive, which records the
      *>              charge and sets the copy to S or D.
      *>            - APP_USER passwords are kept only as salted
      *>              SHA-256 hashes (PSWD_SALT/PSWD_HASH): USER-ADD,
      *>              USER-PSWD-RESET and PSWD-CHANGE store the hash
      *>              and SIGNON checks the keyed password against it
      *>              in the SELECT; an account still on a plain-text
      *>              PASSWORD is converted at its next good sign-on
      *>              (CONVERT-PLAIN-PSWD) and the plain text cleared.
      *>            - a password older than PSWDDAYS days (default
      *>              90, from PSWD_SET_DATE) raises the forced
      *>              change at sign-on; the last PSWDHIST passwords
      *>              (default 5) are kept hashed in
      *>              APP_USER_PSWD_HIST and may not come back; every
      *>              new password needs PSWDMINLEN characters
      *>              (default 8), no spaces, upper-case and
      *>              lower-case letters and a digit, and may not be
      *>              the user id (CHECK-NEW-PSWD, CHECK-PSWD-REUSE).
      *>            - every sign-on attempt, accepted or refused, is
      *>              written to ACCESS_LOG through PGACCLOG with the
      *>              keyed user-id and LN-INP-TERMINAL-ID (LOG-SIGNON).
      *>************************************************************************
      
       IDENTIFICATION DIVISION.
       78 C-LUPD-COUNTER-WARN-AT       VALUE 990000.
      *> wrong passwords in a row before the account locks itself
       78 C-MAX-SIGNON-FAILS           VALUE 3.
      *> password policy defaults, for when the environment leaves
      *> PSWDDAYS / PSWDHIST / PSWDMINLEN unset: the age in days at
      *> which a change is forced, the number of earlier passwords
      *> that may not come back, and the shortest password taken
       78 C-PSWD-DAYS-DEFAULT          VALUE 90.
       78 C-PSWD-HIST-DEFAULT          VALUE 5.
       78 C-PSWD-HIST-MAX              VALUE 24.
       78 C-PSWD-MIN-LEN-DEFAULT       VALUE 8.
       78 C-PSWD-MIN-LEN-FLOOR         VALUE 6.
      *> indices for cycles
       01 WS-IND-1                     PIC S9(4) COMP.

      *> linkage for PGSQLMSG.cob
       COPY "LNSQLMSG.cpy".

      *> linkage for PGACCLOG.cob, the borrower access logger
       COPY "LNACCLOG.cpy".

      *> SQL communication area
       COPY "sqlca.cbl".
       
      *> this account, never on a keyed user id
       01 WS-SIGNED-USER-ID            PIC X(20) VALUE SPACE.

      *> the password policy in force, loaded by LOAD-PSWD-POLICY
       01 WS-PSWD-ENV-TEXT             PIC X(03).
       01 WS-PSWD-DAYS                 PIC 9(03).
       01 WS-PSWD-HIST-NR              PIC 9(02).
       01 WS-PSWD-MIN-LEN              PIC 9(02).

      *> the character make-up of a new password, counted by
      *> CHECK-NEW-PSWD
       01 WS-PSWD-CHAR                 PIC X(01).
       01 WS-PSWD-LEN                  PIC S9(4) COMP.
       01 WS-PSWD-SPACE-NR             PIC S9(4) COMP.
       01 WS-PSWD-UPPER-NR             PIC S9(4) COMP.
       01 WS-PSWD-LOWER-NR             PIC S9(4) COMP.
       01 WS-PSWD-DIGIT-NR             PIC S9(4) COMP.
       01 WS-PSWD-VALID-SW             PIC X(01).
          88 WS-PSWD-VALID                 VALUE "Y".

      *> set by CHECK-MAINT-ACCESS when the signed-on role may not
      *> modify the catalog
       01 WS-ACCESS-DENIED-SW          PIC X(01).
       01 HV-APP-USER.
         05 HV-APP-USER-ID             PIC X(20).
         05 HV-APP-PSWD                PIC X(20).
         05 HV-APP-PSWD-NEW            PIC X(20).
         05 HV-APP-NAME                PIC X(40).
         05 HV-APP-ROLE                PIC X(01).
         05 HV-APP-STATUS              PIC X(01).
         05 HV-APP-FAIL-NR             PIC 9(02).
         05 HV-APP-CHANGE-FLAG         PIC X(01).
      *>   the keyed password held against the stored one: Y the
      *>   hash matches, P a not yet converted plain text matches,
      *>   N no match - and the days since the password was set
         05 HV-APP-PSWD-MATCH          PIC X(01).
         05 HV-APP-PSWD-AGE            PIC 9(05).
      *>   salt and hash of a password being stored
         05 HV-APP-SALT                PIC X(16).
         05 HV-APP-HASH                PIC X(64).
      *>   how many earlier passwords are held against a new one,
      *>   and how many of those it matched
         05 HV-APP-HIST-NR             PIC 9(02).
         05 HV-APP-REUSE-NR            PIC 9(03).

      *> count of not-discarded copies, carried on every list line
       01 HV-COPY-COUNT                PIC 9(03).
       01 HV-LOC-CODE                  PIC X(20).
       01 HV-LOC-NAME                  PIC X(30).

      *> the supplier of a book, looked up on the VENDOR master
       01 HV-VENDOR-NAME               PIC X(30).

      *> the bindery batch a copy is out in, zero when it is home
       01 HV-BINDERY-BATCH-NR          PIC 9(09).

OCESQL*EXEC SQL END   DECLARE SECTION END-EXEC.
       
OCESQL*
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0026.
OCESQL     02  FILLER PIC X(384) VALUE "SELECT USER_NAME, USER_ROLE, CO"
OCESQL  &  "ALESCE(USER_STATUS,'A'), COALESCE(FAIL_COUNT,0), COALESCE(P"
OCESQL  &  "SWD_CHANGE_FLAG,'N'), CASE WHEN PSWD_HASH IS NOT NULL AND P"
OCESQL  &  "SWD_HASH = ENCODE(SHA256(CONVERT_TO(PSWD_SALT || RTRIM($1),"
OCESQL  &  "'UTF8')),'hex') THEN 'Y' WHEN PSWD_HASH IS NULL AND RTRIM(P"
OCESQL  &  "ASSWORD) = RTRIM($2) THEN 'P' ELSE 'N' END, COALESCE(CURREN"
OCESQL  &  "T_DATE - PSWD_SET_DATE,0) FROM APP_USER WHERE USER_ID = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0027.
OCESQL     02  FILLER PIC X(191) VALUE "INSERT INTO APP_USER ( USER_ID,"
OCESQL  &  " PSWD_SALT, PSWD_HASH, PSWD_SET_DATE, USER_NAME, USER_ROLE,"
OCESQL  &  " USER_STATUS, FAIL_COUNT, PSWD_CHANGE_FLAG ) VALUES ( $1, $"
OCESQL  &  "2, $3, CURRENT_DATE, $4, $5, 'A', 0, 'Y' )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0028.
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0030.
OCESQL     02  FILLER PIC X(156) VALUE "UPDATE APP_USER SET PASSWORD = "
OCESQL  &  "NULL, PSWD_SALT = $1, PSWD_HASH = $2, PSWD_SET_DATE = CURRE"
OCESQL  &  "NT_DATE, PSWD_CHANGE_FLAG = 'Y', FAIL_COUNT = 0 WHERE USER_"
OCESQL  &  "ID = $3".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0032.
OCESQL     02  FILLER PIC X(236) VALUE "UPDATE APP_USER SET PASSWORD = "
OCESQL  &  "NULL, PSWD_SALT = $1, PSWD_HASH = $2, PSWD_SET_DATE = CURRE"
OCESQL  &  "NT_DATE, PSWD_CHANGE_FLAG = 'N', FAIL_COUNT = 0 WHERE USER_"
OCESQL  &  "ID = $3 AND PSWD_HASH = ENCODE(SHA256(CONVERT_TO(PSWD_SALT "
OCESQL  &  "|| RTRIM($4),'UTF8')),'hex')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0033.
OCESQL     02  FILLER PIC X(089) VALUE "SELECT COPY_NR, LOCATION, COPY_"
OCESQL  &  "STATUS FROM BOOK_COPY WHERE ISBN = $1 ORDER BY COPY_NR ASC".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0034.
OCESQL     02  FILLER PIC X(053) VALUE "SELECT VENDOR_NAME FROM VENDOR "
OCESQL  &  "WHERE VENDOR_CODE = $1".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0035.
OCESQL     02  FILLER PIC X(105) VALUE "SELECT COALESCE(MAX(BATCH_NR),0"
OCESQL  &  ") FROM BINDERY_ITEM WHERE ISBN = $1 AND COPY_NR = $2 AND IT"
OCESQL  &  "EM_STATUS = 'O'".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0036.
OCESQL     02  FILLER PIC X(162) VALUE "UPDATE APP_USER SET PASSWORD = "
OCESQL  &  "NULL, PSWD_SALT = $1, PSWD_HASH = $2, PSWD_SET_DATE = COALE"
OCESQL  &  "SCE(PSWD_SET_DATE,CURRENT_DATE) WHERE USER_ID = $3 AND PSWD"
OCESQL  &  "_HASH IS NULL".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0037.
OCESQL     02  FILLER PIC X(175) VALUE "SELECT S.SALT, ENCODE(SHA256(CO"
OCESQL  &  "NVERT_TO(S.SALT || RTRIM($1),'UTF8')),'hex') FROM (SELECT S"
OCESQL  &  "UBSTR(MD5(CAST(RANDOM() AS TEXT) || CAST(CLOCK_TIMESTAMP() "
OCESQL  &  "AS TEXT)),1,16) AS SALT) S".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0038.
OCESQL     02  FILLER PIC X(218) VALUE "SELECT COUNT(*) FROM (SELECT PS"
OCESQL  &  "WD_SALT, PSWD_HASH FROM APP_USER_PSWD_HIST WHERE USER_ID = "
OCESQL  &  "$1 ORDER BY SET_TIMESTAMP DESC LIMIT $2) H WHERE H.PSWD_HAS"
OCESQL  &  "H = ENCODE(SHA256(CONVERT_TO(H.PSWD_SALT || RTRIM($3),'UTF8"
OCESQL  &  "')),'hex')".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0039.
OCESQL     02  FILLER PIC X(120) VALUE "INSERT INTO APP_USER_PSWD_HIST "
OCESQL  &  "( USER_ID, PSWD_SALT, PSWD_HASH, SET_TIMESTAMP ) VALUES ( $"
OCESQL  &  "1, $2, $3, CURRENT_TIMESTAMP )".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
OCESQL 01  SQ0040.
OCESQL     02  FILLER PIC X(209) VALUE "DELETE FROM APP_USER_PSWD_HIST "
OCESQL  &  "WHERE USER_ID = $1 AND SET_TIMESTAMP < (SELECT MIN(K.SET_TI"
OCESQL  &  "MESTAMP) FROM (SELECT SET_TIMESTAMP FROM APP_USER_PSWD_HIST"
OCESQL  &  " WHERE USER_ID = $2 ORDER BY SET_TIMESTAMP DESC LIMIT $3) K"
OCESQL  &  ")".
OCESQL     02  FILLER PIC X(1) VALUE X"00".
OCESQL*
       LINKAGE SECTION.
       COPY "LNMOD7.cpy".
          MOVE LN-INP-APP-PSWD         OF LN-MOD
            TO HV-APP-PSWD

          PERFORM LOAD-PSWD-POLICY

          IF HV-APP-USER-ID = SPACES
          THEN
             MOVE "Key your user-id to sign on."
      *>  footprint until committed
          PERFORM SQL-COMMIT

          PERFORM LOG-SIGNON

          .
       SIGNON-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOG-SIGNON SECTION.
      *>------------------------------------------------------------------------

      *>  every sign-on attempt goes to the access log, a refused
      *>  one with the reason the user was given
          INITIALIZE LN-ACCLOG

          IF WS-APP-ROLE = SPACE
          THEN
             SET V-LN-AL-SIGNON-FAIL TO TRUE
             MOVE LN-MSG-1                OF LN-MOD
               TO LN-AL-DETAIL
          ELSE
             SET V-LN-AL-SIGNON-OK   TO TRUE
          END-IF

          MOVE HV-APP-USER-ID          TO LN-AL-USERID
          MOVE LN-INP-TERMINAL-ID      OF LN-MOD
            TO LN-AL-TERMINAL-ID

          CALL "PGACCLOG" USING LN-ACCLOG END-CALL

          .
       LOG-SIGNON-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-SIGNON-ACCOUNT SECTION.
      *>------------------------------------------------------------------------
             EXIT SECTION
          END-IF

          IF HV-APP-PSWD-MATCH = "N"
          THEN
      *>     count the miss - enough misses lock the account
             ADD 1 TO HV-APP-FAIL-NR
             EXIT SECTION
          END-IF

      *>  an account still on a plain-text password gets it hashed
      *>  now that the keyed password has proved right
          IF HV-APP-PSWD-MATCH = "P"
          THEN
             PERFORM CONVERT-PLAIN-PSWD
          END-IF

      *>  a clean sign-on clears any earlier misses
          IF HV-APP-FAIL-NR NOT = ZERO
          THEN
               TO LN-MSG-3                OF LN-MOD
          END-IF

      *>  a password past its age forces the same change
          IF  HV-APP-CHANGE-FLAG NOT = "Y"
          AND HV-APP-PSWD-AGE NOT < WS-PSWD-DAYS
          THEN
             MOVE "Y" TO LN-OUT-APP-PSWD-CHANGE OF LN-MOD
             MOVE "Your password has expired and must be changed " &
                  "before you carry on."
               TO LN-MSG-3                OF LN-MOD
          END-IF

          .
       CHECK-SIGNON-ACCOUNT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CONVERT-PLAIN-PSWD SECTION.
      *>------------------------------------------------------------------------

      *>  performed by CHECK-SIGNON-ACCOUNT for an account whose
      *>  keyed password matched the old plain-text column: the
      *>  password is hashed with a fresh salt, the plain text is
      *>  cleared and the hash starts the account's history. The
      *>  age starts from today when no set date was ever kept.
          MOVE HV-APP-PSWD TO HV-APP-PSWD-NEW

          PERFORM SQL-SELECT-NEW-PSWD-HASH

          IF SQL-STATUS-OK
          THEN
             PERFORM SQL-UPDATE-USER-PSWD-CONVERT
          END-IF

          IF SQL-STATUS-OK
          THEN
             PERFORM SAVE-PSWD-HIST
          END-IF

      *>  a conversion that fails is backed out and tried again at
      *>  the next sign-on - it never stands in the way of this one
          IF NOT SQL-STATUS-OK
          THEN
             PERFORM SQL-ROLLBACK
          END-IF

          .
       CONVERT-PLAIN-PSWD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       LOAD-PSWD-POLICY SECTION.
      *>------------------------------------------------------------------------

      *>  the policy comes from the environment, like the connect
      *>  parameters, so it can be tightened without a recompile;
      *>  anything unset or out of range keeps the default
          MOVE SPACES TO WS-PSWD-ENV-TEXT
          ACCEPT WS-PSWD-ENV-TEXT FROM ENVIRONMENT "PSWDDAYS"
          COMPUTE WS-PSWD-DAYS
                = FUNCTION NUMVAL(WS-PSWD-ENV-TEXT)
          END-COMPUTE
          IF WS-PSWD-DAYS = ZERO
          THEN
             MOVE C-PSWD-DAYS-DEFAULT TO WS-PSWD-DAYS
          END-IF

          MOVE SPACES TO WS-PSWD-ENV-TEXT
          ACCEPT WS-PSWD-ENV-TEXT FROM ENVIRONMENT "PSWDHIST"
          COMPUTE WS-PSWD-HIST-NR
                = FUNCTION NUMVAL(WS-PSWD-ENV-TEXT)
          END-COMPUTE
          IF WS-PSWD-HIST-NR = ZERO
          OR WS-PSWD-HIST-NR > C-PSWD-HIST-MAX
          THEN
             MOVE C-PSWD-HIST-DEFAULT TO WS-PSWD-HIST-NR
          END-IF

          MOVE SPACES TO WS-PSWD-ENV-TEXT
          ACCEPT WS-PSWD-ENV-TEXT FROM ENVIRONMENT "PSWDMINLEN"
          COMPUTE WS-PSWD-MIN-LEN
                = FUNCTION NUMVAL(WS-PSWD-ENV-TEXT)
          END-COMPUTE
          IF WS-PSWD-MIN-LEN < C-PSWD-MIN-LEN-FLOOR
          OR WS-PSWD-MIN-LEN > LENGTH OF HV-APP-PSWD-NEW
          THEN
             MOVE C-PSWD-MIN-LEN-DEFAULT TO WS-PSWD-MIN-LEN
          END-IF

          .
       LOAD-PSWD-POLICY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-NEW-PSWD SECTION.
      *>------------------------------------------------------------------------

      *>  every new password - added, reset or changed, keyed in
      *>  HV-APP-PSWD-NEW - must have WS-PSWD-MIN-LEN characters or
      *>  more, no spaces, an upper-case letter, a lower-case letter
      *>  and a digit, and may not be the user id itself
          MOVE "N" TO WS-PSWD-VALID-SW
          MOVE ZERO TO WS-PSWD-LEN
                       WS-PSWD-SPACE-NR
                       WS-PSWD-UPPER-NR
                       WS-PSWD-LOWER-NR
                       WS-PSWD-DIGIT-NR

          PERFORM VARYING WS-IND-1 FROM 1 BY 1
            UNTIL WS-IND-1 > LENGTH OF HV-APP-PSWD-NEW
             MOVE HV-APP-PSWD-NEW(WS-IND-1:1) TO WS-PSWD-CHAR
             EVALUATE TRUE
             WHEN WS-PSWD-CHAR = SPACE
                ADD 1 TO WS-PSWD-SPACE-NR
             WHEN WS-PSWD-CHAR IS ALPHABETIC-UPPER
                ADD 1 TO WS-PSWD-UPPER-NR
                MOVE WS-IND-1 TO WS-PSWD-LEN
             WHEN WS-PSWD-CHAR IS ALPHABETIC-LOWER
                ADD 1 TO WS-PSWD-LOWER-NR
                MOVE WS-IND-1 TO WS-PSWD-LEN
             WHEN WS-PSWD-CHAR IS NUMERIC
                ADD 1 TO WS-PSWD-DIGIT-NR
                MOVE WS-IND-1 TO WS-PSWD-LEN
             WHEN OTHER
                MOVE WS-IND-1 TO WS-PSWD-LEN
             END-EVALUATE
          END-PERFORM

          IF WS-PSWD-LEN < WS-PSWD-MIN-LEN
          THEN
             MOVE "The new password is too short - the fewest " &
                  "characters allowed: "
               TO LN-MSG-1                OF LN-MOD
             MOVE WS-PSWD-MIN-LEN
               TO LN-MSG-2                OF LN-MOD
             EXIT SECTION
          END-IF

      *>  the spaces after the last character are only the field's
      *>  padding - any others are inside the password
          IF WS-PSWD-SPACE-NR
             > LENGTH OF HV-APP-PSWD-NEW - WS-PSWD-LEN
          THEN
             MOVE "The new password may not contain spaces."
               TO LN-MSG-1                OF LN-MOD
             EXIT SECTION
          END-IF

          IF WS-PSWD-UPPER-NR = ZERO
          OR WS-PSWD-LOWER-NR = ZERO
          OR WS-PSWD-DIGIT-NR = ZERO
          THEN
             MOVE "The new password needs an upper-case letter, " &
                  "a lower-case letter and a digit."
               TO LN-MSG-1                OF LN-MOD
             EXIT SECTION
          END-IF

          IF HV-APP-PSWD-NEW = HV-APP-USER-ID
          THEN
             MOVE "The new password may not be the user id."
               TO LN-MSG-1                OF LN-MOD
             EXIT SECTION
          END-IF

          MOVE "Y" TO WS-PSWD-VALID-SW

          .
       CHECK-NEW-PSWD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-PSWD-REUSE SECTION.
      *>------------------------------------------------------------------------

      *>  the last WS-PSWD-HIST-NR passwords of the account, the
      *>  current one among them, may not come back
          MOVE "N" TO WS-PSWD-VALID-SW
          MOVE WS-PSWD-HIST-NR TO HV-APP-HIST-NR

          PERFORM SQL-SELECT-PSWD-REUSE

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          IF NOT SQL-STATUS-OK
          THEN
             EXIT SECTION
          END-IF

          IF HV-APP-REUSE-NR > ZERO
          THEN
             MOVE "The new password was used recently - choose " &
                  "another one."
               TO LN-MSG-1                OF LN-MOD
             EXIT SECTION
          END-IF

          MOVE "Y" TO WS-PSWD-VALID-SW

          .
       CHECK-PSWD-REUSE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SAVE-PSWD-HIST SECTION.
      *>------------------------------------------------------------------------

      *>  the password just stored (HV-APP-SALT/HV-APP-HASH) joins
      *>  the account's history, and whatever has dropped out of
      *>  the last WS-PSWD-HIST-NR is deleted - part of the caller's
      *>  unit of work
          MOVE WS-PSWD-HIST-NR TO HV-APP-HIST-NR

          PERFORM SQL-INSERT-PSWD-HIST

          IF SQL-STATUS-OK
          THEN
             PERFORM SQL-DELETE-PSWD-HIST-OLD
      *>     nothing old enough to delete is no error
             IF SQL-STATUS-NOT-FOUND
             THEN
                MOVE ZERO TO WS-SQL-STATUS
             END-IF
          END-IF

          .
       SAVE-PSWD-HIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-ADMIN-ACCESS SECTION.
      *>------------------------------------------------------------------------
          MOVE LN-INP-APP-USER         OF LN-MOD
            TO HV-APP-USER-ID
          MOVE LN-INP-APP-PSWD         OF LN-MOD
            TO HV-APP-PSWD-NEW
          MOVE LN-INP-APP-NAME         OF LN-MOD
            TO HV-APP-NAME
          MOVE LN-INP-APP-ROLE         OF LN-MOD
            TO HV-APP-ROLE

          PERFORM LOAD-PSWD-POLICY

          PERFORM CHECK-NEW-PSWD
          IF NOT WS-PSWD-VALID
          THEN
             EXIT SECTION
          END-IF

          PERFORM SQL-SELECT-NEW-PSWD-HASH

          IF SQL-STATUS-OK
          THEN
             PERFORM SQL-INSERT-APP-USER
          END-IF

          IF SQL-STATUS-OK
          THEN
             PERFORM SAVE-PSWD-HIST
          END-IF

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          MOVE LN-INP-APP-PSWD-NEW     OF LN-MOD
            TO HV-APP-PSWD-NEW

          PERFORM LOAD-PSWD-POLICY

          PERFORM CHECK-NEW-PSWD
          IF NOT WS-PSWD-VALID
          THEN
             EXIT SECTION
          END-IF

          PERFORM CHECK-PSWD-REUSE
          IF NOT WS-PSWD-VALID
          THEN
             EXIT SECTION
          END-IF

          PERFORM SQL-SELECT-NEW-PSWD-HASH

          IF SQL-STATUS-OK
          THEN
             PERFORM SQL-UPDATE-USER-PSWD-RESET
          END-IF

          IF SQL-STATUS-OK
          THEN
             PERFORM SAVE-PSWD-HIST
          END-IF

          PERFORM COPY-SQL-MSG-IN-LINKAGE

          MOVE LN-INP-APP-PSWD-NEW     OF LN-MOD
            TO HV-APP-PSWD-NEW

          PERFORM LOAD-PSWD-POLICY

          PERFORM CHECK-NEW-PSWD
          IF NOT WS-PSWD-VALID
          THEN
             EXIT SECTION
          END-IF

          PERFORM CHECK-PSWD-REUSE
          IF NOT WS-PSWD-VALID
          THEN
             EXIT SECTION
          END-IF

          PERFORM SQL-SELECT-NEW-PSWD-HASH

          IF SQL-STATUS-OK
          THEN
             PERFORM SQL-UPDATE-USER-PSWD-OWN
          END-IF

          IF SQL-STATUS-OK
          THEN
             PERFORM SAVE-PSWD-HIST
          END-IF

          PERFORM COPY-SQL-MSG-IN-LINKAGE

             MOVE HV-ISBN                 OF HV-BOOK
               TO LN-OUT-ISBN             OF LN-MOD
             PERFORM CHECK-DUPLICATE-TITLE
             PERFORM CHECK-SUPPLIER-CODE

          WHEN     SQL-STATUS-DUP
             PERFORM SQL-ROLLBACK
                PERFORM COPY-SQL-MSG-IN-LINKAGE
                PERFORM CHECK-DUPLICATE-TITLE
                PERFORM CHECK-LUPD-COUNTER-WRAP
                PERFORM CHECK-SUPPLIER-CODE
             ELSE
      *>           capture the real SQL-INSERT-BOOK-HIST failure before
      *>           the ROLLBACK below runs its own (successful) COMMIT-
       CHECK-LUPD-COUNTER-WRAP-EX.
          EXIT.

      *>------------------------------------------------------------------------
       CHECK-SUPPLIER-CODE SECTION.
      *>------------------------------------------------------------------------

      *>  advisory only, like CHECK-DUPLICATE-TITLE above - the
      *>  supplier should be a vendor code from the VENDOR master
      *>  PGMODP keeps, but the older load files still carry the
      *>  supplier's name as free text, so a miss warns and never
      *>  refuses; an earlier warning is left in place
          IF LN-WARN-1 OF LN-MOD = SPACES
          AND HV-ACQ-SUPPLIER OF HV-BOOK NOT = SPACES
          THEN
             PERFORM SQL-SELECT-VENDOR-CODE

             IF SQL-STATUS-NOT-FOUND
             THEN
                MOVE "The supplier is not a vendor code on the " &
                     "vendor master: "
                  TO LN-WARN-1               OF LN-MOD
                MOVE HV-ACQ-SUPPLIER         OF HV-BOOK
                  TO LN-WARN-2               OF LN-MOD
             END-IF
          END-IF

          .
       CHECK-SUPPLIER-CODE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       DELETE-BOOK SECTION.
      *>------------------------------------------------------------------------
            TO HV-ISBN                 OF HV-BOOK
          MOVE LN-INP-COPY-NR          OF LN-MOD
            TO HV-COPY-NR

      *>  a copy out at the bindery is PGMODB's until it is
      *>  received back, with the charge
          PERFORM SQL-SELECT-COPY-BINDERY

          IF NOT SQL-STATUS-OK
          THEN
             PERFORM COPY-SQL-MSG-IN-LINKAGE
             EXIT SECTION
          END-IF

          IF HV-BINDERY-BATCH-NR NOT = ZEROES
          THEN
             MOVE "This copy is out at the bindery - receive it " &
                  "back from batch: "
               TO LN-MSG-1                OF LN-MOD
             MOVE HV-BINDERY-BATCH-NR
               TO LN-MSG-2                OF LN-MOD
             EXIT SECTION
          END-IF

          MOVE LN-INP-COPY-LOCATION    OF LN-MOD
            TO HV-COPY-LOCATION
          MOVE LN-INP-COPY-STATUS      OF LN-MOD
       SQL-SELECT-APP-USER SECTION.
      *>------------------------------------------------------------------------

      *>  the keyed password is hashed with the account's own salt
      *>  and compared in the database; only a row not converted
      *>  yet (no hash) is still compared in plain text
OCESQL*   EXEC SQL
OCESQL*        SELECT USER_NAME
OCESQL*             , USER_ROLE
OCESQL*             , COALESCE(USER_STATUS,'A')
OCESQL*             , COALESCE(FAIL_COUNT,0)
OCESQL*             , COALESCE(PSWD_CHANGE_FLAG,'N')
OCESQL*             , CASE WHEN PSWD_HASH IS NOT NULL
OCESQL*                     AND PSWD_HASH
OCESQL*                       = ENCODE(SHA256(CONVERT_TO(PSWD_SALT
OCESQL*                         || RTRIM(:HV-APP-PSWD),'UTF8')),'hex')
OCESQL*                    THEN 'Y'
OCESQL*                    WHEN PSWD_HASH IS NULL
OCESQL*                     AND RTRIM(PASSWORD) = RTRIM(:HV-APP-PSWD)
OCESQL*                    THEN 'P'
OCESQL*                    ELSE 'N' END
OCESQL*             , COALESCE(CURRENT_DATE - PSWD_SET_DATE,0)
OCESQL*        INTO   :HV-APP-NAME
OCESQL*             , :HV-APP-ROLE
OCESQL*             , :HV-APP-STATUS
OCESQL*             , :HV-APP-FAIL-NR
OCESQL*             , :HV-APP-CHANGE-FLAG
OCESQL*             , :HV-APP-PSWD-MATCH
OCESQL*             , :HV-APP-PSWD-AGE
OCESQL*        FROM   APP_USER
OCESQL*        WHERE  USER_ID  = :HV-APP-USER-ID
OCESQL*   END-EXEC
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 40
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-NAME
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-CHANGE-FLAG
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 1
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-PSWD-MATCH
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 5
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-PSWD-AGE
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-PSWD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-PSWD
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0026
OCESQL          BY VALUE 3
OCESQL          BY VALUE 7
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
OCESQL*   EXEC SQL
OCESQL*        INSERT INTO APP_USER
OCESQL*        (  USER_ID
OCESQL*         , PSWD_SALT
OCESQL*         , PSWD_HASH
OCESQL*         , PSWD_SET_DATE
OCESQL*         , USER_NAME
OCESQL*         , USER_ROLE
OCESQL*         , USER_STATUS
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-APP-USER-ID
OCESQL*         , :HV-APP-SALT
OCESQL*         , :HV-APP-HASH
OCESQL*         , CURRENT_DATE
OCESQL*         , :HV-APP-NAME
OCESQL*         , :HV-APP-ROLE
OCESQL*         , 'A'
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 16
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-SALT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 64
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-HASH
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0027
OCESQL          BY VALUE 5
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

OCESQL*   EXEC SQL
OCESQL*        UPDATE APP_USER
OCESQL*        SET       PASSWORD         = NULL
OCESQL*               ,  PSWD_SALT        = :HV-APP-SALT
OCESQL*               ,  PSWD_HASH        = :HV-APP-HASH
OCESQL*               ,  PSWD_SET_DATE    = CURRENT_DATE
OCESQL*               ,  PSWD_CHANGE_FLAG = 'Y'
OCESQL*               ,  FAIL_COUNT       = 0
OCESQL*        WHERE  USER_ID = :HV-APP-USER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 16
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-SALT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 64
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-HASH
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0030
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
       SQL-UPDATE-USER-PSWD-OWN SECTION.
      *>------------------------------------------------------------------------

      *>  the current password is checked against its hash in the
      *>  WHERE, so a wrong one simply updates no row
OCESQL*   EXEC SQL
OCESQL*        UPDATE APP_USER
OCESQL*        SET       PASSWORD         = NULL
OCESQL*               ,  PSWD_SALT        = :HV-APP-SALT
OCESQL*               ,  PSWD_HASH        = :HV-APP-HASH
OCESQL*               ,  PSWD_SET_DATE    = CURRENT_DATE
OCESQL*               ,  PSWD_CHANGE_FLAG = 'N'
OCESQL*               ,  FAIL_COUNT       = 0
OCESQL*        WHERE  USER_ID   = :HV-APP-USER-ID
OCESQL*        AND    PSWD_HASH
OCESQL*             = ENCODE(SHA256(CONVERT_TO(PSWD_SALT
OCESQL*               || RTRIM(:HV-APP-PSWD),'UTF8')),'hex')
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 16
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-SALT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 64
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-HASH
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0032
OCESQL          BY VALUE 4
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL
       SQL-UPDATE-USER-PSWD-OWN-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-UPDATE-USER-PSWD-CONVERT SECTION.
      *>------------------------------------------------------------------------

      *>  a plain-text password proved right at sign-on is replaced
      *>  by its hash; the age keeps any set date already recorded
OCESQL*   EXEC SQL
OCESQL*        UPDATE APP_USER
OCESQL*        SET       PASSWORD         = NULL
OCESQL*               ,  PSWD_SALT        = :HV-APP-SALT
OCESQL*               ,  PSWD_HASH        = :HV-APP-HASH
OCESQL*               ,  PSWD_SET_DATE    = COALESCE(PSWD_SET_DATE,
OCESQL*                                              CURRENT_DATE)
OCESQL*        WHERE  USER_ID   = :HV-APP-USER-ID
OCESQL*        AND    PSWD_HASH IS NULL
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 16
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-SALT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 64
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-HASH
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-USER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0036
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-UPDATE-USER-PSWD-CONVERT-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-NEW-PSWD-HASH SECTION.
      *>------------------------------------------------------------------------

      *>  a fresh random salt and the SHA-256 hash of salt plus
      *>  HV-APP-PSWD-NEW, both as hex text
OCESQL*   EXEC SQL
OCESQL*        SELECT S.SALT
OCESQL*             , ENCODE(SHA256(CONVERT_TO(S.SALT
OCESQL*               || RTRIM(:HV-APP-PSWD-NEW),'UTF8')),'hex')
OCESQL*        INTO   :HV-APP-SALT
OCESQL*             , :HV-APP-HASH
OCESQL*        FROM   (SELECT SUBSTR(MD5(CAST(RANDOM() AS TEXT)
OCESQL*                       || CAST(CLOCK_TIMESTAMP() AS TEXT)),1,16)
OCESQL*                       AS SALT) S
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 16
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-SALT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 64
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-HASH
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-PSWD-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0037
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-NEW-PSWD-HASH-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-PSWD-REUSE SECTION.
      *>------------------------------------------------------------------------

      *>  how many of the account's last HV-APP-HIST-NR passwords
      *>  HV-APP-PSWD-NEW hashes to, each with its own salt
OCESQL*   EXEC SQL
OCESQL*        SELECT COUNT(*)
OCESQL*        INTO   :HV-APP-REUSE-NR
OCESQL*        FROM   (SELECT PSWD_SALT
OCESQL*                     , PSWD_HASH
OCESQL*                FROM   APP_USER_PSWD_HIST
OCESQL*                WHERE  USER_ID = :HV-APP-USER-ID
OCESQL*                ORDER BY SET_TIMESTAMP DESC
OCESQL*                LIMIT  :HV-APP-HIST-NR) H
OCESQL*        WHERE  H.PSWD_HASH
OCESQL*             = ENCODE(SHA256(CONVERT_TO(H.PSWD_SALT
OCESQL*               || RTRIM(:HV-APP-PSWD-NEW),'UTF8')),'hex')
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-REUSE-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-USER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-HIST-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-PSWD-NEW
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0038
OCESQL          BY VALUE 3
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-PSWD-REUSE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-INSERT-PSWD-HIST SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        INSERT INTO APP_USER_PSWD_HIST
OCESQL*        (  USER_ID
OCESQL*         , PSWD_SALT
OCESQL*         , PSWD_HASH
OCESQL*         , SET_TIMESTAMP
OCESQL*        )
OCESQL*        VALUES
OCESQL*        (  :HV-APP-USER-ID
OCESQL*         , :HV-APP-SALT
OCESQL*         , :HV-APP-HASH
OCESQL*         , CURRENT_TIMESTAMP
OCESQL*        )
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-USER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 16
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-SALT
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 64
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-HASH
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0039
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-INSERT-PSWD-HIST-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-DELETE-PSWD-HIST-OLD SECTION.
      *>------------------------------------------------------------------------

      *>  only the last HV-APP-HIST-NR passwords are kept
OCESQL*   EXEC SQL
OCESQL*        DELETE FROM APP_USER_PSWD_HIST
OCESQL*        WHERE  USER_ID = :HV-APP-USER-ID
OCESQL*        AND    SET_TIMESTAMP
OCESQL*             < (SELECT MIN(K.SET_TIMESTAMP)
OCESQL*                FROM   (SELECT SET_TIMESTAMP
OCESQL*                        FROM   APP_USER_PSWD_HIST
OCESQL*                        WHERE  USER_ID = :HV-APP-USER-ID
OCESQL*                        ORDER BY SET_TIMESTAMP DESC
OCESQL*                        LIMIT  :HV-APP-HIST-NR) K)
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-USER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-USER-ID
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 2
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-APP-HIST-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecParams" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0040
OCESQL          BY VALUE 3
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-DELETE-PSWD-HIST-OLD-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-LOC-CODE SECTION.
      *>------------------------------------------------------------------------
       SQL-SELECT-LOC-CODE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-COPY-BINDERY SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT COALESCE(MAX(BATCH_NR),0)
OCESQL*        INTO   :HV-BINDERY-BATCH-NR
OCESQL*        FROM   BINDERY_ITEM
OCESQL*        WHERE  ISBN        = :HV-ISBN
OCESQL*        AND    COPY_NR     = :HV-COPY-NR
OCESQL*        AND    ITEM_STATUS = 'O'
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 9
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-BINDERY-BATCH-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 13
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ISBN
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 1
OCESQL          BY VALUE 3
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-COPY-NR
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0035
OCESQL          BY VALUE 2
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-COPY-BINDERY-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-SELECT-VENDOR-CODE SECTION.
      *>------------------------------------------------------------------------

OCESQL*   EXEC SQL
OCESQL*        SELECT VENDOR_NAME
OCESQL*        INTO   :HV-VENDOR-NAME
OCESQL*        FROM   VENDOR
OCESQL*        WHERE  VENDOR_CODE = :HV-ACQ-SUPPLIER
OCESQL*   END-EXEC
OCESQL     CALL "OCESQLStartSQL"
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetResultParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 30
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-VENDOR-NAME
OCESQL     END-CALL
OCESQL     CALL "OCESQLSetSQLParams" USING
OCESQL          BY VALUE 16
OCESQL          BY VALUE 20
OCESQL          BY VALUE 0
OCESQL          BY REFERENCE HV-ACQ-SUPPLIER
OCESQL     END-CALL
OCESQL     CALL "OCESQLExecSelectIntoOne" USING
OCESQL          BY REFERENCE SQLCA
OCESQL          BY REFERENCE SQ0034
OCESQL          BY VALUE 1
OCESQL          BY VALUE 1
OCESQL     END-CALL
OCESQL     CALL "OCESQLEndSQL"
OCESQL     END-CALL

          MOVE SQLCODE TO WS-SQL-STATUS

          .
       SQL-SELECT-VENDOR-CODE-EX.
          EXIT.

      *>------------------------------------------------------------------------
       SQL-COUNT-BOOK SECTION.
      *>------------------------------------------------------------------------
