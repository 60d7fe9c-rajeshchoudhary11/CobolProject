----+-*A-1-B--+----2----+----3----+----4----+----5----+----6----+----
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUALRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OUTFILE  ASSIGN TO OUTFILE
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS PERSON-ID OF OUTPUT-RECORD
                          ALTERNATE KEY IS LAST-NAME OF OUTPUT-RECORD
                          WITH DUPLICATES
                          FILE STATUS IS WS-OUTFILE-FS.
          SELECT ADDR-FILE ASSIGN TO ADDRFILE
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS ADR-PERSON-ID
                          FILE STATUS IS WS-ADDRFILE-FS.
          SELECT PURGPARM-FILE ASSIGN TO PURGPARM SEQUENTIAL
                          FILE STATUS IS WS-PURGPARM-FS.
          SELECT PARMFILE ASSIGN TO PARMFILE SEQUENTIAL
                          FILE STATUS IS WS-PARMFILE-FS.
          SELECT QUALHIST-FILE ASSIGN TO QUALHIST SEQUENTIAL
                          FILE STATUS IS WS-QUALHIST-FS.
          SELECT PRTFILE  ASSIGN TO PRTFILE SEQUENTIAL.
          SELECT PROCDATE-FILE ASSIGN TO PROCDATF SEQUENTIAL
                          FILE STATUS IS WS-PROCDATF-FS.
          SELECT NAMEREF-FILE ASSIGN TO NAMEREF SEQUENTIAL
                          FILE STATUS IS WS-NAMEREF-FS.


       DATA DIVISION.
       FILE SECTION.
       FD OUTFILE.
       01 OUTPUT-RECORD.
         02  PERSON-ID                      PIC 9(05).
         02  FILLER                         PIC X(01).
         02  NAME-TITLE                     PIC X(04).
         02  FILLER                         PIC X(01).
         02  FIRST-NAME                     PIC X(15).
         02  FILLER                         PIC X(01).
         02  MIDDLE-NAME                    PIC X(15).
         02  FILLER                         PIC X(01).
         02  LAST-NAME                      PIC X(15).
         02  FILLER                         PIC X(01).
         02  SUFFIX                         PIC X(04).
         02  FILLER                         PIC X(01).
         02  LAST-ACTIVITY-DATE             PIC 9(08).
         02  FILLER                         PIC X(08).

       FD ADDR-FILE.
       01 ADDR-RECORD.
         02  ADR-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(01).
         02  ADR-STREET                     PIC X(20).
         02  FILLER                         PIC X(01).
         02  ADR-CITY                       PIC X(15).
         02  FILLER                         PIC X(01).
         02  ADR-STATE                      PIC X(02).
         02  FILLER                         PIC X(01).
         02  ADR-POSTAL-CODE                PIC X(09).
         02  FILLER                         PIC X(01).
         02  ADR-MAIL-STATUS                PIC X(01).
           88 ADR-MAIL-SUPPRESSED                      VALUE 'S'.
         02  FILLER                         PIC X(23).

       FD PURGPARM-FILE.
       01 PURGPARM-RECORD                   PIC X(80).

       FD PARMFILE.
       01 PARM-RECORD                       PIC X(80).

       FD QUALHIST-FILE.
       01 QUALHIST-RECORD.
         02  QHS-RUN-DATE                   PIC 9(08).
         02  QHS-RUN-DATE-X REDEFINES QHS-RUN-DATE.
           03  QHS-RUN-MONTH                PIC 9(06).
           03  FILLER                       PIC 9(02).
         02  FILLER                         PIC X(01).
         02  QHS-COUNT                      PIC 9(08) OCCURS 16 TIMES.
         02  FILLER                         PIC X(03).

       FD PRTFILE.
       01 PRINT-LINE                        PIC X(132).

       FD PROCDATE-FILE.
       01 PROCDATE-RECORD.
         02  PRD-PROCESS-DATE               PIC 9(08).

       FD NAMEREF-FILE.
       01 NAMEREF-RECORD.
         02  NRF-TYPE                       PIC X(01).
           88 NRF-IS-TITLE                             VALUE 'T'.
           88 NRF-IS-SUFFIX                            VALUE 'S'.
         02  FILLER                         PIC X(01).
         02  NRF-VARIANT                    PIC X(04).
         02  FILLER                         PIC X(01).
         02  NRF-STANDARD                   PIC X(04).
         02  FILLER                         PIC X(69).

       WORKING-STORAGE SECTION.
       01 WS-OUTFILE-FS                     PIC X(02) VALUE SPACES.
       01 WS-ADDRFILE-FS                    PIC X(02) VALUE SPACES.
       01 WS-PURGPARM-FS                    PIC X(02) VALUE SPACES.
       01 WS-PARMFILE-FS                    PIC X(02) VALUE SPACES.
       01 WS-QUALHIST-FS                    PIC X(02) VALUE SPACES.
       01 WS-NAMEREF-FS                     PIC X(02) VALUE SPACES.

       01 WS-OUT-EOF-SW                     PIC X(01) VALUE 'N'.
         88 WS-OUT-EOF                               VALUE 'Y'.

       01 WS-ADDR-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-ADDR-EOF                              VALUE 'Y'.

       01 WS-QUALHIST-EOF-SW                PIC X(01) VALUE 'N'.
         88 WS-QUALHIST-EOF                          VALUE 'Y'.

       01 WS-PARM-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-PARM-EOF                              VALUE 'Y'.

       01 WS-CUTOFF-SW                      PIC X(01) VALUE 'N'.
         88 WS-CUTOFF-KNOWN                          VALUE 'Y'.

       01 WS-PRIOR-SW                       PIC X(01) VALUE 'N'.
         88 WS-PRIOR-FOUND                           VALUE 'Y'.

       01 WS-DIGIT-SW                       PIC X(01) VALUE 'N'.
         88 WS-NAME-HAS-DIGIT                        VALUE 'Y'.

       01 WS-ODD-SW                         PIC X(01) VALUE 'N'.
         88 WS-NAME-HAS-ODD-CHAR                     VALUE 'Y'.

       01 WS-STANDARD-SW                    PIC X(01) VALUE 'N'.
         88 WS-VALUE-STANDARD                        VALUE 'Y'.

       01 WS-NAMEREF-EOF-SW                 PIC X(01) VALUE 'N'.
         88 WS-NAMEREF-EOF                           VALUE 'Y'.

       01 WS-NAMEREF-SW                     PIC X(01) VALUE 'N'.
         88 WS-NAMEREF-LOADED                        VALUE 'Y'.

       77 WS-HISTORY-READ                   PIC 9(08) VALUE ZERO.
       77 WS-THIS-MONTH                     PIC 9(06) VALUE ZERO.
       77 WS-PRIOR-RUN-DATE                 PIC 9(08) VALUE ZERO.
       77 WS-MONTH-WORK                     PIC 9(04) VALUE ZERO.
       77 WS-YEAR-ADD                       PIC 9(04) VALUE ZERO.
       77 WS-MONTH-REM                      PIC 9(02) VALUE ZERO.
       77 WS-BASE-SUB                       PIC 9(02) VALUE ZERO.
       77 WS-CHANGE                         PIC S9(08) VALUE ZERO.
       77 WS-THIS-RATE                      PIC 9(03)V9(02) VALUE ZERO.
       77 WS-LAST-RATE                      PIC 9(03)V9(02) VALUE ZERO.
       77 WS-MEASURE-SUB                    PIC 9(02) COMP VALUE ZERO.
       77 WS-SCAN-SUB                       PIC 9(02) COMP VALUE ZERO.
       77 WS-CODE-SUB                       PIC 9(02) COMP VALUE ZERO.
       77 WS-REF-SUB                        PIC 9(03) COMP VALUE ZERO.
       77 WS-NAMEREF-COUNT                  PIC 9(03) VALUE ZERO.

       01 WS-PURGE-PARM.
         02  PRG-ACTION                     PIC X(01).
           88 PRG-IS-PURGE                             VALUE 'P'.
         02  FILLER                         PIC X(01).
         02  PRG-CUTOFF-DATE                PIC 9(08).
         02  FILLER                         PIC X(70).

       01 WS-PARM.
         02  PRM-WINDOW-MONTHS              PIC 9(02).
         02  FILLER                         PIC X(78).

       01 WS-NEAR-LIMIT.
         02  WS-NL-CCYY                     PIC 9(04) VALUE ZERO.
         02  WS-NL-MM                       PIC 9(02) VALUE ZERO.
         02  WS-NL-DD                       PIC 9(02) VALUE ZERO.
       01 WS-NEAR-LIMIT-N REDEFINES WS-NEAR-LIMIT
                                            PIC 9(08).

       01 WS-NAME-SCAN.
         02  WS-SCAN-FIRST-NAME             PIC X(15).
         02  WS-SCAN-MIDDLE-NAME            PIC X(15).
         02  WS-SCAN-LAST-NAME              PIC X(15).

       01 WS-TITLE-VALUES.
         02  FILLER                         PIC X(04) VALUE 'MR'.
         02  FILLER                         PIC X(04) VALUE 'MRS'.
         02  FILLER                         PIC X(04) VALUE 'MS'.
         02  FILLER                         PIC X(04) VALUE 'MISS'.
         02  FILLER                         PIC X(04) VALUE 'DR'.
         02  FILLER                         PIC X(04) VALUE 'REV'.
         02  FILLER                         PIC X(04) VALUE 'PROF'.
       01 WS-TITLE-TABLE REDEFINES WS-TITLE-VALUES.
         02  WS-STD-TITLE                   PIC X(04) OCCURS 7 TIMES.

       01 WS-SUFFIX-VALUES.
         02  FILLER                         PIC X(04) VALUE 'JR'.
         02  FILLER                         PIC X(04) VALUE 'SR'.
         02  FILLER                         PIC X(04) VALUE 'II'.
         02  FILLER                         PIC X(04) VALUE 'III'.
         02  FILLER                         PIC X(04) VALUE 'IV'.
         02  FILLER                         PIC X(04) VALUE 'ESQ'.
         02  FILLER                         PIC X(04) VALUE 'MD'.
         02  FILLER                         PIC X(04) VALUE 'PHD'.
       01 WS-SUFFIX-TABLE REDEFINES WS-SUFFIX-VALUES.
         02  WS-STD-SUFFIX                  PIC X(04) OCCURS 8 TIMES.

       01 WS-NAMEREF-TABLE.
         02  WS-NAMEREF-ENTRY OCCURS 1 TO 200 TIMES
                      DEPENDING ON WS-NAMEREF-COUNT.
           03  WS-NRT-TYPE                  PIC X(01).
           03  WS-NRT-STANDARD              PIC X(04).

       01 WS-LOWER-CASE                     PIC X(26) VALUE
             'abcdefghijklmnopqrstuvwxyz'.
       01 WS-UPPER-CASE                     PIC X(26) VALUE
             'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-LOOKUP-TYPE                    PIC X(01) VALUE SPACE.
       01 WS-LOOKUP-VALUE                   PIC X(04) VALUE SPACES.

       01 WS-MEASURE-VALUES.
         02  FILLER                         PIC X(34) VALUE
             'OUTPUT.DAT RECORDS'.
         02  FILLER                         PIC 9(02) VALUE 00.
         02  FILLER                         PIC X(01) VALUE ' '.
         02  FILLER                         PIC X(34) VALUE
             'MISSING FIRST NAME'.
         02  FILLER                         PIC 9(02) VALUE 01.
         02  FILLER                         PIC X(01) VALUE 'L'.
         02  FILLER                         PIC X(34) VALUE
             'MISSING MIDDLE NAME'.
         02  FILLER                         PIC 9(02) VALUE 01.
         02  FILLER                         PIC X(01) VALUE 'L'.
         02  FILLER                         PIC X(34) VALUE
             'NON-STANDARD TITLE'.
         02  FILLER                         PIC 9(02) VALUE 01.
         02  FILLER                         PIC X(01) VALUE 'L'.
         02  FILLER                         PIC X(34) VALUE
             'NON-STANDARD SUFFIX'.
         02  FILLER                         PIC 9(02) VALUE 01.
         02  FILLER                         PIC X(01) VALUE 'L'.
         02  FILLER                         PIC X(34) VALUE
             'DIGITS IN NAME'.
         02  FILLER                         PIC 9(02) VALUE 01.
         02  FILLER                         PIC X(01) VALUE 'L'.
         02  FILLER                         PIC X(34) VALUE
             'ODD CHARACTERS IN NAME'.
         02  FILLER                         PIC 9(02) VALUE 01.
         02  FILLER                         PIC X(01) VALUE 'L'.
         02  FILLER                         PIC X(34) VALUE
             'NO ADDR.DAT RECORD'.
         02  FILLER                         PIC 9(02) VALUE 01.
         02  FILLER                         PIC X(01) VALUE 'L'.
         02  FILLER                         PIC X(34) VALUE
             'NO USABLE LAST-ACTIVITY DATE'.
         02  FILLER                         PIC 9(02) VALUE 01.
         02  FILLER                         PIC X(01) VALUE 'L'.
         02  FILLER                         PIC X(34) VALUE
             'ACTIVITY BEFORE PURGE CUTOFF'.
         02  FILLER                         PIC 9(02) VALUE 01.
         02  FILLER                         PIC X(01) VALUE 'L'.
         02  FILLER                         PIC X(34) VALUE
             'ACTIVITY NEAR PURGE CUTOFF'.
         02  FILLER                         PIC 9(02) VALUE 01.
         02  FILLER                         PIC X(01) VALUE 'L'.
         02  FILLER                         PIC X(34) VALUE
             'ADDR.DAT RECORDS'.
         02  FILLER                         PIC 9(02) VALUE 00.
         02  FILLER                         PIC X(01) VALUE ' '.
         02  FILLER                         PIC X(34) VALUE
             'ADDRESSES ON HOLD (STATUS S)'.
         02  FILLER                         PIC 9(02) VALUE 12.
         02  FILLER                         PIC X(01) VALUE 'L'.
         02  FILLER                         PIC X(34) VALUE
             '5-DIGIT POSTAL CODES'.
         02  FILLER                         PIC 9(02) VALUE 12.
         02  FILLER                         PIC X(01) VALUE ' '.
         02  FILLER                         PIC X(34) VALUE
             '9-DIGIT POSTAL CODES'.
         02  FILLER                         PIC 9(02) VALUE 12.
         02  FILLER                         PIC X(01) VALUE 'H'.
         02  FILLER                         PIC X(34) VALUE
             'OTHER POSTAL CODES'.
         02  FILLER                         PIC 9(02) VALUE 12.
         02  FILLER                         PIC X(01) VALUE 'L'.
       01 WS-MEASURE-TABLE REDEFINES WS-MEASURE-VALUES.
         02  WS-MEASURE-ENTRY OCCURS 16 TIMES.
           03  WS-MSR-TEXT                  PIC X(34).
           03  WS-MSR-BASE                  PIC 9(02).
           03  WS-MSR-TREND                 PIC X(01).
             88 WS-MSR-LOWER-BETTER                    VALUE 'L'.
             88 WS-MSR-HIGHER-BETTER                   VALUE 'H'.

       01 WS-COUNT-TABLE.
         02  WS-THIS-COUNT                  PIC 9(08) OCCURS 16 TIMES.
         02  WS-LAST-COUNT                  PIC 9(08) OCCURS 16 TIMES.

       77 WS-LINE-COUNT                     PIC 9(03) VALUE ZERO.
       77 WS-PAGE-COUNT                     PIC 9(03) VALUE ZERO.
       77 WS-MAX-LINES-PER-PAGE             PIC 9(03) VALUE 55.

       01 WS-PROCDATF-FS                    PIC X(02) VALUE SPACES.

       01 WS-PROCDATE-SW                    PIC X(01) VALUE 'N'.
         88 WS-PROCDATE-SET                          VALUE 'Y'.

       01 WS-PROCESS-DATE.
         02  WS-PD-CC                       PIC 9(02) VALUE 20.
         02  WS-PD-YY                       PIC 9(02) VALUE ZERO.
         02  WS-PD-MM                       PIC 9(02) VALUE ZERO.
         02  WS-PD-DD                       PIC 9(02) VALUE ZERO.
       01 WS-PROCESS-DATE-N REDEFINES WS-PROCESS-DATE
                                            PIC 9(08).

       01 WS-RUN-DATE.
         02  WS-RUN-YY                      PIC 9(02).
         02  WS-RUN-MM                      PIC 9(02).
         02  WS-RUN-DD                      PIC 9(02).

       01 WS-HEADING-LINE-1.
         02  FILLER                   PIC X(10) VALUE 'RUN DATE: '.
         02  H1-RUN-MM                      PIC 9(02).
         02  FILLER                         PIC X(01) VALUE '/'.
         02  H1-RUN-DD                      PIC 9(02).
         02  FILLER                         PIC X(01) VALUE '/'.
         02  H1-RUN-YY                      PIC 9(02).
         02  FILLER                         PIC X(20) VALUE SPACES.
         02  FILLER                   PIC X(12) VALUE 'PAGE NUMBER:'.
         02  H1-PAGE-NO                     PIC ZZ9.
         02  FILLER                         PIC X(75) VALUE SPACES.

       01 WS-HEADING-LINE-2.
         02  FILLER       PIC X(40) VALUE
             'DATA QUALITY PROFILE'.
         02  FILLER                         PIC X(92) VALUE SPACES.

       01 WS-HEADING-LINE-3.
         02  FILLER                   PIC X(14) VALUE 'PURGE CUTOFF: '.
         02  H3-CUTOFF-DATE                 PIC 9(08).
         02  FILLER                         PIC X(03) VALUE SPACES.
         02  FILLER                   PIC X(12) VALUE 'NEAR UNTIL: '.
         02  H3-NEAR-LIMIT                  PIC 9(08).
         02  FILLER                         PIC X(03) VALUE SPACES.
         02  FILLER                   PIC X(14) VALUE 'COMPARED WITH '.
         02  H3-PRIOR-TEXT                  PIC X(08).
         02  FILLER                   PIC X(08) VALUE ' RUN OF '.
         02  H3-PRIOR-DATE                  PIC X(08).
         02  FILLER                         PIC X(46) VALUE SPACES.

       01 WS-HEADING-LINE-4.
         02  FILLER                   PIC X(33) VALUE
             'TITLE/SUFFIX STANDARD FORMS FROM '.
         02  H4-STANDARD-SOURCE             PIC X(40).
         02  FILLER                         PIC X(59) VALUE SPACES.

       01 WS-CAPTION-LINE.
         02  FILLER                   PIC X(34) VALUE 'MEASURE'.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  FILLER                   PIC X(10) VALUE '  THIS RUN'.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  FILLER                   PIC X(06) VALUE '  RATE'.
         02  FILLER                         PIC X(04) VALUE SPACES.
         02  FILLER                   PIC X(10) VALUE 'LAST MONTH'.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  FILLER                   PIC X(06) VALUE '  RATE'.
         02  FILLER                         PIC X(04) VALUE SPACES.
         02  FILLER                   PIC X(11) VALUE '     CHANGE'.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  FILLER                   PIC X(39) VALUE 'TREND'.

       01 WS-DETAIL-LINE.
         02  DTL-MEASURE                    PIC X(34).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-THIS-COUNT                 PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-THIS-RATE-X.
           03  DTL-THIS-RATE                PIC ZZ9.99.
         02  DTL-THIS-PCT                   PIC X(01).
         02  FILLER                         PIC X(03) VALUE SPACES.
         02  DTL-LAST-COUNT-X.
           03  DTL-LAST-COUNT               PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-LAST-RATE-X.
           03  DTL-LAST-RATE                PIC ZZ9.99.
         02  DTL-LAST-PCT                   PIC X(01).
         02  FILLER                         PIC X(03) VALUE SPACES.
         02  DTL-CHANGE-X.
           03  DTL-CHANGE                   PIC +ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-TREND                      PIC X(08).
         02  FILLER                         PIC X(31) VALUE SPACES.

       01 WS-TOTAL-LINE.
         02  TOT-TEXT                       PIC X(30).
         02  TOT-COUNT                      PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-MAIN-PROCEDURE.
            DISPLAY "EXECUTING QUALRPT"
            PERFORM B000-OPEN-FILES.
            PERFORM B200-FIND-PRIOR-MONTH.
            PERFORM D000-PROFILE-OUTPUT-FILE.
            PERFORM E000-PROFILE-ADDRESS-FILE.
            PERFORM F000-PRINT-PROFILE.
            PERFORM G000-WRITE-HISTORY-RECORD.
            PERFORM Z999-END-PROGRAM.

       B000-OPEN-FILES.
            OPEN OUTPUT PRTFILE.
            MOVE ZERO TO WS-COUNT-TABLE.
            OPEN INPUT OUTFILE.
            IF WS-OUTFILE-FS NOT = '00' THEN
                DISPLAY '*** OUTFILE OPEN ERROR, FILE STATUS: '
                        WS-OUTFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            OPEN INPUT ADDR-FILE.
            IF WS-ADDRFILE-FS NOT = '00' THEN
                DISPLAY '*** ADDRFILE OPEN ERROR, FILE STATUS: '
                        WS-ADDRFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            PERFORM B050-GET-PROCESS-DATE.
            DIVIDE WS-PROCESS-DATE-N BY 100 GIVING WS-THIS-MONTH.
            PERFORM B100-READ-PARM-RECORDS.
            PERFORM B300-LOAD-NAME-REFERENCE.
            MOVE WS-PD-MM TO H1-RUN-MM.
            MOVE WS-PD-DD TO H1-RUN-DD.
            MOVE WS-PD-YY TO H1-RUN-YY.

       B050-GET-PROCESS-DATE.
            OPEN INPUT PROCDATE-FILE.
            IF WS-PROCDATF-FS = '00' THEN
                PERFORM B060-READ-PROCESS-DATE
                CLOSE PROCDATE-FILE.
            IF NOT WS-PROCDATE-SET THEN
                DISPLAY 'NO PROCESS DATE CONTROL, STATUS: '
                        WS-PROCDATF-FS ' - SYSTEM DATE USED'
                ACCEPT WS-RUN-DATE FROM DATE
                MOVE WS-RUN-YY TO WS-PD-YY
                MOVE WS-RUN-MM TO WS-PD-MM
                MOVE WS-RUN-DD TO WS-PD-DD.

       B060-READ-PROCESS-DATE.
            READ PROCDATE-FILE INTO PROCDATE-RECORD
              AT END
                  CONTINUE
              NOT AT END
                  IF PRD-PROCESS-DATE IS NUMERIC
                     AND PRD-PROCESS-DATE NOT = ZERO THEN
                      MOVE PRD-PROCESS-DATE TO WS-PROCESS-DATE-N
                      SET WS-PROCDATE-SET TO TRUE.

       B100-READ-PARM-RECORDS.
            MOVE SPACES TO WS-PURGE-PARM.
            OPEN INPUT PURGPARM-FILE.
            IF WS-PURGPARM-FS = '00' THEN
                PERFORM B120-GET-PURGE-PARM
                CLOSE PURGPARM-FILE.
            IF PRG-IS-PURGE
               AND PRG-CUTOFF-DATE IS NUMERIC
               AND PRG-CUTOFF-DATE NOT = ZERO THEN
                SET WS-CUTOFF-KNOWN TO TRUE
            ELSE
                DISPLAY 'NO PURGE CUTOFF IN PURGE PARAMETER - '
                        'CUTOFF MEASURES NOT TAKEN'
                MOVE ZERO TO PRG-CUTOFF-DATE.
            OPEN INPUT PARMFILE.
            IF WS-PARMFILE-FS = '00' THEN
                PERFORM B110-GET-PARM-RECORD
                CLOSE PARMFILE
            ELSE
                SET WS-PARM-EOF TO TRUE.
            IF WS-PARM-EOF THEN
                MOVE ZERO TO PRM-WINDOW-MONTHS.
            IF PRM-WINDOW-MONTHS IS NOT NUMERIC THEN
                MOVE ZERO TO PRM-WINDOW-MONTHS.
            IF PRM-WINDOW-MONTHS = ZERO THEN
                MOVE 3 TO PRM-WINDOW-MONTHS.
            MOVE ZERO TO WS-NEAR-LIMIT-N.
            IF WS-CUTOFF-KNOWN THEN
                PERFORM B150-SET-NEAR-LIMIT.
            MOVE PRG-CUTOFF-DATE  TO H3-CUTOFF-DATE.
            MOVE WS-NEAR-LIMIT-N  TO H3-NEAR-LIMIT.

       B110-GET-PARM-RECORD.
            READ PARMFILE INTO WS-PARM
              AT END
                  SET WS-PARM-EOF TO TRUE.

       B120-GET-PURGE-PARM.
            READ PURGPARM-FILE INTO WS-PURGE-PARM
              AT END
                  MOVE SPACES TO WS-PURGE-PARM.

       B150-SET-NEAR-LIMIT.
            MOVE PRG-CUTOFF-DATE TO WS-NEAR-LIMIT-N.
            COMPUTE WS-MONTH-WORK = WS-NL-MM + PRM-WINDOW-MONTHS - 1.
            DIVIDE WS-MONTH-WORK BY 12
              GIVING WS-YEAR-ADD REMAINDER WS-MONTH-REM.
            ADD WS-YEAR-ADD TO WS-NL-CCYY.
            COMPUTE WS-NL-MM = WS-MONTH-REM + 1.

       B200-FIND-PRIOR-MONTH.
            OPEN INPUT QUALHIST-FILE.
            IF WS-QUALHIST-FS = '00' THEN
                PERFORM B210-CHECK-ONE-HISTORY UNTIL WS-QUALHIST-EOF
                CLOSE QUALHIST-FILE
            ELSE
                DISPLAY 'NO PROFILE HISTORY, STATUS: '
                        WS-QUALHIST-FS ' - NEW HISTORY STARTED'.
            IF WS-PRIOR-FOUND THEN
                MOVE 'THE LAST' TO H3-PRIOR-TEXT
                MOVE WS-PRIOR-RUN-DATE TO H3-PRIOR-DATE
            ELSE
                MOVE 'NO PRIOR' TO H3-PRIOR-TEXT
                MOVE 'MONTH'    TO H3-PRIOR-DATE.

       B210-CHECK-ONE-HISTORY.
            READ QUALHIST-FILE
              AT END
                  SET WS-QUALHIST-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-HISTORY-READ
                  IF QHS-RUN-DATE IS NUMERIC
                     AND QHS-RUN-MONTH < WS-THIS-MONTH
                     AND QHS-RUN-DATE >= WS-PRIOR-RUN-DATE THEN
                      PERFORM B220-KEEP-PRIOR-RUN.

       B220-KEEP-PRIOR-RUN.
            SET WS-PRIOR-FOUND TO TRUE.
            MOVE QHS-RUN-DATE TO WS-PRIOR-RUN-DATE.
            PERFORM B230-KEEP-ONE-COUNT
              VARYING WS-MEASURE-SUB FROM 1 BY 1
              UNTIL WS-MEASURE-SUB > 16.

       B230-KEEP-ONE-COUNT.
            IF QHS-COUNT(WS-MEASURE-SUB) IS NUMERIC THEN
                MOVE QHS-COUNT(WS-MEASURE-SUB)
                  TO WS-LAST-COUNT(WS-MEASURE-SUB)
            ELSE
                MOVE ZERO TO WS-LAST-COUNT(WS-MEASURE-SUB).

       B300-LOAD-NAME-REFERENCE.
            OPEN INPUT NAMEREF-FILE.
            IF WS-NAMEREF-FS = '00' THEN
                PERFORM B310-LOAD-ONE-NAME-REFERENCE
                  UNTIL WS-NAMEREF-EOF
                     OR WS-NAMEREF-COUNT = 200
                PERFORM B330-CHECK-NAME-REFERENCE-END
                CLOSE NAMEREF-FILE.
            IF WS-NAMEREF-COUNT > ZERO THEN
                SET WS-NAMEREF-LOADED TO TRUE
                MOVE 'NAMEREF.DAT' TO H4-STANDARD-SOURCE
                DISPLAY 'TITLE/SUFFIX REFERENCES LOADED: '
                        WS-NAMEREF-COUNT
            ELSE
                DISPLAY 'NO TITLE/SUFFIX REFERENCES, STATUS: '
                        WS-NAMEREF-FS ' - BUILT-IN LIST USED'
                MOVE 'BUILT-IN LIST (NO NAMEREF.DAT RECORDS)'
                  TO H4-STANDARD-SOURCE.

       B310-LOAD-ONE-NAME-REFERENCE.
            READ NAMEREF-FILE
              AT END
                  SET WS-NAMEREF-EOF TO TRUE
              NOT AT END
                  IF (NRF-IS-TITLE OR NRF-IS-SUFFIX)
                     AND NRF-VARIANT NOT = SPACES THEN
                      PERFORM B320-STORE-STANDARD-FORM.

       B320-STORE-STANDARD-FORM.
            IF NRF-STANDARD = SPACES THEN
                MOVE NRF-VARIANT TO NRF-STANDARD.
            INSPECT NRF-STANDARD CONVERTING WS-LOWER-CASE
                                         TO WS-UPPER-CASE.
            ADD 1 TO WS-NAMEREF-COUNT.
            MOVE NRF-TYPE     TO WS-NRT-TYPE(WS-NAMEREF-COUNT).
            MOVE NRF-STANDARD TO WS-NRT-STANDARD(WS-NAMEREF-COUNT).

       B330-CHECK-NAME-REFERENCE-END.
            IF NOT WS-NAMEREF-EOF THEN
                READ NAMEREF-FILE
                  AT END
                      SET WS-NAMEREF-EOF TO TRUE.
            IF NOT WS-NAMEREF-EOF THEN
                DISPLAY '*** NAME REFERENCE FILE EXCEEDS TABLE '
                        'CAPACITY OF 200 -- RUN ABANDONED ***'
                CLOSE NAMEREF-FILE
                MOVE 8 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       C000-PRINT-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
            WRITE PRINT-LINE FROM WS-HEADING-LINE-1
                AFTER ADVANCING PAGE.
            WRITE PRINT-LINE FROM WS-HEADING-LINE-2
                AFTER ADVANCING 1 LINE.
            WRITE PRINT-LINE FROM WS-HEADING-LINE-3
                AFTER ADVANCING 1 LINE.
            WRITE PRINT-LINE FROM WS-HEADING-LINE-4
                AFTER ADVANCING 1 LINE.
            WRITE PRINT-LINE FROM SPACES
                AFTER ADVANCING 1 LINE.
            WRITE PRINT-LINE FROM WS-CAPTION-LINE
                AFTER ADVANCING 1 LINE.
            MOVE 6 TO WS-LINE-COUNT.

       C100-PRINT-DETAIL-LINE.
            WRITE PRINT-LINE FROM WS-DETAIL-LINE
                AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-LINE-COUNT.
            IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE THEN
                PERFORM C000-PRINT-HEADINGS.

       C200-PRINT-TOTAL-LINE.
            WRITE PRINT-LINE FROM WS-TOTAL-LINE
                AFTER ADVANCING 1 LINE.
            ADD 1 TO WS-LINE-COUNT.
            IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE THEN
                PERFORM C000-PRINT-HEADINGS.

       D000-PROFILE-OUTPUT-FILE.
            PERFORM D100-PROFILE-ONE-PERSON UNTIL WS-OUT-EOF.

       D100-PROFILE-ONE-PERSON.
            READ OUTFILE NEXT RECORD
              AT END
                  SET WS-OUT-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-THIS-COUNT(1)
                  PERFORM D200-CHECK-NAME-FIELDS
                  PERFORM D300-CHECK-TITLE-SUFFIX
                  PERFORM D400-CHECK-ADDRESS-HELD
                  PERFORM D500-CHECK-ACTIVITY-DATE.

       D200-CHECK-NAME-FIELDS.
            IF FIRST-NAME OF OUTPUT-RECORD = SPACES THEN
                ADD 1 TO WS-THIS-COUNT(2).
            IF MIDDLE-NAME OF OUTPUT-RECORD = SPACES THEN
                ADD 1 TO WS-THIS-COUNT(3).
            MOVE 'N' TO WS-DIGIT-SW.
            MOVE 'N' TO WS-ODD-SW.
            MOVE FIRST-NAME OF OUTPUT-RECORD  TO WS-SCAN-FIRST-NAME.
            MOVE MIDDLE-NAME OF OUTPUT-RECORD TO WS-SCAN-MIDDLE-NAME.
            MOVE LAST-NAME OF OUTPUT-RECORD   TO WS-SCAN-LAST-NAME.
            PERFORM D210-CHECK-ONE-CHARACTER
              VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > 45.
            IF WS-NAME-HAS-DIGIT THEN
                ADD 1 TO WS-THIS-COUNT(6).
            IF WS-NAME-HAS-ODD-CHAR THEN
                ADD 1 TO WS-THIS-COUNT(7).

       D210-CHECK-ONE-CHARACTER.
            IF WS-NAME-SCAN(WS-SCAN-SUB:1) IS NUMERIC THEN
                SET WS-NAME-HAS-DIGIT TO TRUE
            ELSE
                IF WS-NAME-SCAN(WS-SCAN-SUB:1) IS NOT ALPHABETIC
                   AND WS-NAME-SCAN(WS-SCAN-SUB:1) NOT = '-'
                   AND WS-NAME-SCAN(WS-SCAN-SUB:1) NOT = ''''
                   AND WS-NAME-SCAN(WS-SCAN-SUB:1) NOT = '.' THEN
                    SET WS-NAME-HAS-ODD-CHAR TO TRUE.

       D300-CHECK-TITLE-SUFFIX.
            IF NAME-TITLE OF OUTPUT-RECORD NOT = SPACES THEN
                MOVE 'T' TO WS-LOOKUP-TYPE
                MOVE NAME-TITLE OF OUTPUT-RECORD TO WS-LOOKUP-VALUE
                PERFORM D305-CHECK-STANDARD-FORM
                IF NOT WS-VALUE-STANDARD THEN
                    ADD 1 TO WS-THIS-COUNT(4).
            IF SUFFIX OF OUTPUT-RECORD NOT = SPACES THEN
                MOVE 'S' TO WS-LOOKUP-TYPE
                MOVE SUFFIX OF OUTPUT-RECORD TO WS-LOOKUP-VALUE
                PERFORM D305-CHECK-STANDARD-FORM
                IF NOT WS-VALUE-STANDARD THEN
                    ADD 1 TO WS-THIS-COUNT(5).

       D305-CHECK-STANDARD-FORM.
            MOVE 'N' TO WS-STANDARD-SW.
            IF WS-NAMEREF-LOADED THEN
                PERFORM D330-MATCH-ONE-REFERENCE
                  VARYING WS-REF-SUB FROM 1 BY 1
                  UNTIL WS-REF-SUB > WS-NAMEREF-COUNT
            ELSE
                IF WS-LOOKUP-TYPE = 'T' THEN
                    PERFORM D310-MATCH-ONE-TITLE
                      VARYING WS-CODE-SUB FROM 1 BY 1
                      UNTIL WS-CODE-SUB > 7
                ELSE
                    PERFORM D320-MATCH-ONE-SUFFIX
                      VARYING WS-CODE-SUB FROM 1 BY 1
                      UNTIL WS-CODE-SUB > 8.

       D310-MATCH-ONE-TITLE.
            IF WS-LOOKUP-VALUE = WS-STD-TITLE(WS-CODE-SUB) THEN
                SET WS-VALUE-STANDARD TO TRUE.

       D320-MATCH-ONE-SUFFIX.
            IF WS-LOOKUP-VALUE = WS-STD-SUFFIX(WS-CODE-SUB) THEN
                SET WS-VALUE-STANDARD TO TRUE.

       D330-MATCH-ONE-REFERENCE.
            IF WS-NRT-TYPE(WS-REF-SUB) = WS-LOOKUP-TYPE
               AND WS-NRT-STANDARD(WS-REF-SUB) = WS-LOOKUP-VALUE THEN
                SET WS-VALUE-STANDARD TO TRUE.

       D400-CHECK-ADDRESS-HELD.
            MOVE PERSON-ID OF OUTPUT-RECORD TO ADR-PERSON-ID.
            READ ADDR-FILE
              INVALID KEY
                  ADD 1 TO WS-THIS-COUNT(8).

       D500-CHECK-ACTIVITY-DATE.
            IF LAST-ACTIVITY-DATE OF OUTPUT-RECORD IS NOT NUMERIC
               OR LAST-ACTIVITY-DATE OF OUTPUT-RECORD = ZERO THEN
                ADD 1 TO WS-THIS-COUNT(9)
            ELSE
                IF WS-CUTOFF-KNOWN THEN
                    PERFORM D510-COMPARE-WITH-CUTOFF.

       D510-COMPARE-WITH-CUTOFF.
            IF LAST-ACTIVITY-DATE OF OUTPUT-RECORD
                                               < PRG-CUTOFF-DATE THEN
                ADD 1 TO WS-THIS-COUNT(10)
            ELSE
                IF LAST-ACTIVITY-DATE OF OUTPUT-RECORD
                                               < WS-NEAR-LIMIT-N THEN
                    ADD 1 TO WS-THIS-COUNT(11).

       E000-PROFILE-ADDRESS-FILE.
            MOVE ZERO TO ADR-PERSON-ID.
            START ADDR-FILE KEY NOT LESS THAN ADR-PERSON-ID
              INVALID KEY
                  SET WS-ADDR-EOF TO TRUE.
            PERFORM E100-PROFILE-ONE-ADDRESS UNTIL WS-ADDR-EOF.

       E100-PROFILE-ONE-ADDRESS.
            READ ADDR-FILE NEXT RECORD
              AT END
                  SET WS-ADDR-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-THIS-COUNT(12)
                  PERFORM E200-CHECK-ADDRESS-FIELDS.

       E200-CHECK-ADDRESS-FIELDS.
            IF ADR-MAIL-SUPPRESSED THEN
                ADD 1 TO WS-THIS-COUNT(13).
            IF ADR-POSTAL-CODE IS NUMERIC THEN
                ADD 1 TO WS-THIS-COUNT(15)
            ELSE
                IF ADR-POSTAL-CODE(1:5) IS NUMERIC
                   AND ADR-POSTAL-CODE(6:4) = SPACES THEN
                    ADD 1 TO WS-THIS-COUNT(14)
                ELSE
                    ADD 1 TO WS-THIS-COUNT(16).

       F000-PRINT-PROFILE.
            PERFORM C000-PRINT-HEADINGS.
            PERFORM F100-PRINT-ONE-MEASURE
              VARYING WS-MEASURE-SUB FROM 1 BY 1
              UNTIL WS-MEASURE-SUB > 16.

       F100-PRINT-ONE-MEASURE.
            IF WS-MSR-BASE(WS-MEASURE-SUB) = ZERO
               AND WS-MEASURE-SUB > 1 THEN
                WRITE PRINT-LINE FROM SPACES
                    AFTER ADVANCING 1 LINE
                ADD 1 TO WS-LINE-COUNT.
            MOVE SPACES TO WS-DETAIL-LINE.
            MOVE WS-MSR-TEXT(WS-MEASURE-SUB)   TO DTL-MEASURE.
            MOVE WS-THIS-COUNT(WS-MEASURE-SUB) TO DTL-THIS-COUNT.
            MOVE ZERO TO WS-THIS-RATE.
            MOVE ZERO TO WS-LAST-RATE.
            MOVE WS-MSR-BASE(WS-MEASURE-SUB) TO WS-BASE-SUB.
            IF WS-BASE-SUB NOT = ZERO THEN
                PERFORM F200-SET-THIS-RATE.
            IF WS-PRIOR-FOUND THEN
                PERFORM F300-SET-LAST-MONTH.
            PERFORM C100-PRINT-DETAIL-LINE.

       F200-SET-THIS-RATE.
            IF WS-THIS-COUNT(WS-BASE-SUB) > ZERO THEN
                COMPUTE WS-THIS-RATE ROUNDED =
                    WS-THIS-COUNT(WS-MEASURE-SUB) * 100
                        / WS-THIS-COUNT(WS-BASE-SUB).
            MOVE WS-THIS-RATE TO DTL-THIS-RATE.
            MOVE '%' TO DTL-THIS-PCT.

       F300-SET-LAST-MONTH.
            MOVE WS-LAST-COUNT(WS-MEASURE-SUB) TO DTL-LAST-COUNT.
            COMPUTE WS-CHANGE = WS-THIS-COUNT(WS-MEASURE-SUB)
                              - WS-LAST-COUNT(WS-MEASURE-SUB).
            MOVE WS-CHANGE TO DTL-CHANGE.
            IF WS-BASE-SUB NOT = ZERO THEN
                PERFORM F310-SET-LAST-RATE.

       F310-SET-LAST-RATE.
            IF WS-LAST-COUNT(WS-BASE-SUB) > ZERO THEN
                COMPUTE WS-LAST-RATE ROUNDED =
                    WS-LAST-COUNT(WS-MEASURE-SUB) * 100
                        / WS-LAST-COUNT(WS-BASE-SUB).
            MOVE WS-LAST-RATE TO DTL-LAST-RATE.
            MOVE '%' TO DTL-LAST-PCT.
            MOVE 'SAME' TO DTL-TREND.
            IF WS-MSR-LOWER-BETTER(WS-MEASURE-SUB) THEN
                IF WS-THIS-RATE < WS-LAST-RATE THEN
                    MOVE 'BETTER' TO DTL-TREND
                ELSE
                    IF WS-THIS-RATE > WS-LAST-RATE THEN
                        MOVE 'WORSE' TO DTL-TREND.
            IF WS-MSR-HIGHER-BETTER(WS-MEASURE-SUB) THEN
                IF WS-THIS-RATE > WS-LAST-RATE THEN
                    MOVE 'BETTER' TO DTL-TREND
                ELSE
                    IF WS-THIS-RATE < WS-LAST-RATE THEN
                        MOVE 'WORSE' TO DTL-TREND.
            IF WS-MSR-TREND(WS-MEASURE-SUB) = SPACE THEN
                MOVE SPACES TO DTL-TREND.

       G000-WRITE-HISTORY-RECORD.
            OPEN EXTEND QUALHIST-FILE.
            IF WS-QUALHIST-FS NOT = '00' THEN
                OPEN OUTPUT QUALHIST-FILE.
            MOVE SPACES TO QUALHIST-RECORD.
            MOVE WS-PROCESS-DATE-N TO QHS-RUN-DATE.
            PERFORM G100-STORE-ONE-COUNT
              VARYING WS-MEASURE-SUB FROM 1 BY 1
              UNTIL WS-MEASURE-SUB > 16.
            WRITE QUALHIST-RECORD.
            CLOSE QUALHIST-FILE.

       G100-STORE-ONE-COUNT.
            MOVE WS-THIS-COUNT(WS-MEASURE-SUB)
              TO QHS-COUNT(WS-MEASURE-SUB).

       Z999-END-PROGRAM.
            WRITE PRINT-LINE FROM SPACES
                AFTER ADVANCING 1 LINE.
            MOVE 'OUTPUT RECORDS PROFILED:      ' TO TOT-TEXT.
            MOVE WS-THIS-COUNT(1) TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'ADDRESS RECORDS PROFILED:     ' TO TOT-TEXT.
            MOVE WS-THIS-COUNT(12) TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'HISTORY RECORDS READ:         ' TO TOT-TEXT.
            MOVE WS-HISTORY-READ TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            CLOSE OUTFILE.
            CLOSE ADDR-FILE.
            CLOSE PRTFILE.
            DISPLAY 'OUTPUT RECORDS: ' WS-THIS-COUNT(1)
                    '  ADDRESS RECORDS: ' WS-THIS-COUNT(12).
            DISPLAY 'QUALRPT EXECUTION ENDS'
            STOP RUN.
       END PROGRAM QUALRPT.
