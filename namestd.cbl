----+-*A-1-B--+----2----+----3----+----4----+----5----+----6----+----
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMESTD.

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
          SELECT MASTER-FILE ASSIGN TO MASTERF SEQUENTIAL
                          FILE STATUS IS WS-MASTER-FS.
          SELECT NEWMAST  ASSIGN TO NEWMASTF SEQUENTIAL
                          FILE STATUS IS WS-NEWMAST-FS.
          SELECT MSTFILE  ASSIGN TO MSTFILE.
          SELECT NAMEREF-FILE ASSIGN TO NAMEREF SEQUENTIAL
                          FILE STATUS IS WS-NAMEREF-FS.
          SELECT AUDIT-FILE ASSIGN TO AUDITF SEQUENTIAL.
          SELECT PRTFILE  ASSIGN TO PRTFILE SEQUENTIAL.
          SELECT PROCDATE-FILE ASSIGN TO PROCDATF SEQUENTIAL
                          FILE STATUS IS WS-PROCDATF-FS.
          SELECT LOCK-FILE ASSIGN TO LOCKF SEQUENTIAL
                          FILE STATUS IS WS-LOCKF-FS.


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
         02  SOURCE-SYSTEM                  PIC X(03).
         02  FILLER                         PIC X(05).

       FD MASTER-FILE.
       01 MASTER-RECORD.
         02  MAST-LAST-NAME                 PIC X(15).
         02  FILLER                         PIC X(01).
         02  MAST-FIRST-NAME                PIC X(15).
         02  FILLER                         PIC X(01).
         02  MAST-MIDDLE-NAME               PIC X(15).
         02  FILLER                         PIC X(33).

       FD NEWMAST.
       01 NEW-MASTER-RECORD.
         02  NMA-LAST-NAME                  PIC X(15).
         02  FILLER                         PIC X(01).
         02  NMA-FIRST-NAME                 PIC X(15).
         02  FILLER                         PIC X(01).
         02  NMA-MIDDLE-NAME                PIC X(15).
         02  FILLER                         PIC X(33).

       SD MSTFILE.
       01 MST-RECORD.
         02  MST-LAST-NAME                  PIC X(15).
         02  FILLER                         PIC X(01).
         02  MST-FIRST-NAME                 PIC X(15).
         02  FILLER                         PIC X(01).
         02  MST-MIDDLE-NAME                PIC X(15).
         02  FILLER                         PIC X(33).

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

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
         02  AUD-RUN-DATE                   PIC 9(08).
         02  FILLER                         PIC X(01).
         02  AUD-PROGRAM-NAME               PIC X(08).
         02  FILLER                         PIC X(01).
         02  AUD-ACTION-CODE                PIC X(02).
         02  FILLER                         PIC X(01).
         02  AUD-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(01).
         02  AUD-BEFORE-IMAGE               PIC X(80).
         02  FILLER                         PIC X(01).
         02  AUD-AFTER-IMAGE                PIC X(80).

       FD PRTFILE.
       01 PRINT-LINE                        PIC X(132).

       FD PROCDATE-FILE.
       01 PROCDATE-RECORD.
         02  PRD-PROCESS-DATE               PIC 9(08).

       FD LOCK-FILE.
       01 LOCK-RECORD.
         02  LCK-STATUS                     PIC X(01).
         02  FILLER                         PIC X(01).
         02  LCK-PROGRAM-NAME               PIC X(08).
         02  FILLER                         PIC X(01).
         02  LCK-LOCK-DATE                  PIC 9(08).
         02  FILLER                         PIC X(01).
         02  LCK-LOCK-TIME                  PIC 9(08).
         02  FILLER                         PIC X(52).

       WORKING-STORAGE SECTION.
       01 WS-LOCKF-FS                       PIC X(02) VALUE SPACES.

       01 WS-LOCK-OWNED-SW                  PIC X(01) VALUE 'N'.
         88 WS-LOCK-OWNED                            VALUE 'Y'.

       01 WS-LOCK-WORK.
         02  WLK-STATUS                     PIC X(01).
           88 WLK-IS-HELD                              VALUE 'H'.
         02  FILLER                         PIC X(01).
         02  WLK-PROGRAM-NAME               PIC X(08).
         02  FILLER                         PIC X(01).
         02  WLK-LOCK-DATE                  PIC 9(08).
         02  FILLER                         PIC X(01).
         02  WLK-LOCK-TIME                  PIC 9(08).
         02  FILLER                         PIC X(52).

       01 WS-LOCK-SYS-DATE.
         02  WS-LSD-YY                      PIC 9(02).
         02  WS-LSD-MM                      PIC 9(02).
         02  WS-LSD-DD                      PIC 9(02).

       01 WS-LOCK-DATE.
         02  WS-LKD-CC                      PIC 9(02) VALUE 20.
         02  WS-LKD-YYMMDD                  PIC 9(06) VALUE ZERO.
       01 WS-LOCK-DATE-N REDEFINES WS-LOCK-DATE
                                            PIC 9(08).

       77 WS-LOCK-TIME-NOW                  PIC 9(08) VALUE ZERO.

       01 WS-OUTFILE-FS                     PIC X(02) VALUE SPACES.
       01 WS-MASTER-FS                      PIC X(02) VALUE SPACES.
       01 WS-NEWMAST-FS                     PIC X(02) VALUE SPACES.
       01 WS-NAMEREF-FS                     PIC X(02) VALUE SPACES.
       01 WS-PROCDATF-FS                    PIC X(02) VALUE SPACES.

       01 WS-PROCDATE-SW                    PIC X(01) VALUE 'N'.
         88 WS-PROCDATE-SET                          VALUE 'Y'.

       01 WS-FILES-OPEN-SW                  PIC X(01) VALUE 'N'.
         88 WS-FILES-OPEN                            VALUE 'Y'.

       01 WS-OUT-EOF-SW                     PIC X(01) VALUE 'N'.
         88 WS-OUT-EOF                               VALUE 'Y'.

       01 WS-MASTER-EOF-SW                  PIC X(01) VALUE 'N'.
         88 WS-MASTER-EOF                            VALUE 'Y'.

       01 WS-MASTER-OPEN-SW                 PIC X(01) VALUE 'N'.
         88 WS-MASTER-OPEN                           VALUE 'Y'.

       01 WS-NEWMAST-OPEN-SW                PIC X(01) VALUE 'N'.
         88 WS-NEWMAST-OPEN                          VALUE 'Y'.

       01 WS-ROLL-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-ROLL-EOF                              VALUE 'Y'.

       01 WS-SORT-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-SORT-EOF                              VALUE 'Y'.

       01 WS-FIRST-OUT-SW                   PIC X(01) VALUE 'Y'.
         88 WS-FIRST-OUT                             VALUE 'Y'.

       01 WS-NAMEREF-EOF-SW                 PIC X(01) VALUE 'N'.
         88 WS-NAMEREF-EOF                           VALUE 'Y'.

       01 WS-NAMEREF-FOUND-SW               PIC X(01) VALUE 'N'.
         88 WS-NAMEREF-FOUND                         VALUE 'Y'.

       01 WS-NAME-SW                        PIC X(01) VALUE 'Y'.
         88 WS-NAME-VALID                            VALUE 'Y'.
         88 WS-NAME-INVALID                          VALUE 'N'.

       77 WS-RECORDS-READ                   PIC 9(08) VALUE ZERO.
       77 WS-RECORDS-CHANGED                PIC 9(08) VALUE ZERO.
       77 WS-RECORDS-UNCHANGED              PIC 9(08) VALUE ZERO.
       77 WS-RECORDS-UNKNOWN                PIC 9(08) VALUE ZERO.
       77 WS-MASTER-READ                    PIC 9(08) VALUE ZERO.
       77 WS-MASTER-CHANGED                 PIC 9(08) VALUE ZERO.
       77 WS-MASTER-WRITTEN                 PIC 9(08) VALUE ZERO.
       77 WS-MASTER-DUPS                    PIC 9(08) VALUE ZERO.
       77 WS-MASTER-ROLLED                  PIC 9(08) VALUE ZERO.
       77 WS-NAMEREF-COUNT                  PIC 9(03) VALUE ZERO.

       01 WS-AUD-ACTION-STANDARDIZE         PIC X(02) VALUE 'ST'.
       01 WS-AUD-ACTION-MASTER              PIC X(02) VALUE 'SM'.

       01 WS-AUDIT-WORK.
         02  WS-AUDIT-ACTION                PIC X(02).
         02  WS-AUDIT-PERSON-ID             PIC 9(05).
         02  WS-AUDIT-BEFORE                PIC X(80).
         02  WS-AUDIT-AFTER                 PIC X(80).

       01 WS-PREV-KEY.
         02  WS-PREV-LAST-NAME              PIC X(15).
         02  WS-PREV-FIRST-NAME             PIC X(15).
         02  WS-PREV-MIDDLE-NAME            PIC X(15).

       01 WS-NAMEREF-TABLE.
         02  WS-NAMEREF-ENTRY OCCURS 1 TO 200 TIMES
                      DEPENDING ON WS-NAMEREF-COUNT
                      INDEXED BY WS-NAMEREF-IDX.
           03  WS-NRT-TYPE                  PIC X(01).
           03  WS-NRT-VARIANT               PIC X(04).
           03  WS-NRT-STANDARD              PIC X(04).

       01 WS-LOWER-CASE                     PIC X(26) VALUE
             'abcdefghijklmnopqrstuvwxyz'.
       01 WS-UPPER-CASE                     PIC X(26) VALUE
             'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-NRF-LOOKUP-TYPE                PIC X(01) VALUE SPACE.
       01 WS-NRF-LOOKUP-VALUE               PIC X(04) VALUE SPACES.

       01 WS-PROCESS-DATE.
         02  WS-PD-CC                       PIC 9(02) VALUE 20.
         02  WS-PD-YY                       PIC 9(02) VALUE ZERO.
         02  WS-PD-MM                       PIC 9(02) VALUE ZERO.
         02  WS-PD-DD                       PIC 9(02) VALUE ZERO.
       01 WS-PROCESS-DATE-N REDEFINES WS-PROCESS-DATE
                                            PIC 9(08).

       77 WS-LINE-COUNT                     PIC 9(03) VALUE ZERO.
       77 WS-PAGE-COUNT                     PIC 9(03) VALUE ZERO.
       77 WS-MAX-LINES-PER-PAGE             PIC 9(03) VALUE 55.

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
             'NAME STANDARDIZATION - CONVERSION RUN'.
         02  FILLER                         PIC X(92) VALUE SPACES.

       01 WS-DETAIL-LINE.
         02  DTL-TAG                        PIC X(12).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(02) VALUE SPACES.
         02  DTL-NAME-TITLE                 PIC X(04).
         02  FILLER                         PIC X(01) VALUE SPACE.
         02  DTL-FIRST-NAME                 PIC X(15).
         02  FILLER                         PIC X(01) VALUE SPACE.
         02  DTL-MIDDLE-NAME                PIC X(15).
         02  FILLER                         PIC X(01) VALUE SPACE.
         02  DTL-LAST-NAME                  PIC X(15).
         02  FILLER                         PIC X(01) VALUE SPACE.
         02  DTL-SUFFIX                     PIC X(04).
         02  FILLER                         PIC X(54) VALUE SPACES.

       01 WS-TOTAL-LINE.
         02  TOT-TEXT                       PIC X(30).
         02  TOT-COUNT                      PIC ZZ,ZZZ,ZZ9.
         02  FILLER                         PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.

       A000-MAIN-PROCEDURE.
            DISPLAY "EXECUTING NAMESTD"
            PERFORM B000-OPEN-FILES.
            PERFORM D000-STANDARDIZE-OUTPUT-FILE.
            SORT MSTFILE
                ON ASCENDING KEY MST-LAST-NAME
                                 MST-FIRST-NAME
                                 MST-MIDDLE-NAME
                INPUT PROCEDURE IS E000-RELEASE-MASTER
                OUTPUT PROCEDURE IS E200-WRITE-NEW-MASTER.
            PERFORM E400-BALANCE-MASTER.
            IF RETURN-CODE < 8 THEN
                PERFORM E500-ROLL-IN-MASTER.
            PERFORM Z999-END-PROGRAM.

       B000-OPEN-FILES.
            PERFORM Y100-CLAIM-FILE-LOCK.
            OPEN OUTPUT PRTFILE.
            PERFORM B050-GET-PROCESS-DATE.
            MOVE WS-PD-MM TO H1-RUN-MM.
            MOVE WS-PD-DD TO H1-RUN-DD.
            MOVE WS-PD-YY TO H1-RUN-YY.
            PERFORM C000-PRINT-HEADINGS.
            PERFORM B100-LOAD-NAME-REFERENCE.
            OPEN I-O OUTFILE.
            IF WS-OUTFILE-FS NOT = '00' THEN
                DISPLAY '*** OUTFILE OPEN ERROR, FILE STATUS: '
                        WS-OUTFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            OPEN EXTEND AUDIT-FILE.
            OPEN OUTPUT NEWMAST.
            SET WS-NEWMAST-OPEN TO TRUE.
            SET WS-FILES-OPEN TO TRUE.

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

       B100-LOAD-NAME-REFERENCE.
            OPEN INPUT NAMEREF-FILE.
            IF WS-NAMEREF-FS NOT = '00' THEN
                DISPLAY '*** NAME REFERENCE FILE OPEN ERROR, FILE '
                        'STATUS: ' WS-NAMEREF-FS ' -- NOTHING DONE ***'
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            PERFORM B110-LOAD-ONE-NAME-REFERENCE
              UNTIL WS-NAMEREF-EOF
                 OR WS-NAMEREF-COUNT = 200.
            IF WS-NAMEREF-COUNT = 200
               AND NOT WS-NAMEREF-EOF THEN
                READ NAMEREF-FILE
                  AT END
                      SET WS-NAMEREF-EOF TO TRUE.
            CLOSE NAMEREF-FILE.
            DISPLAY 'TITLE/SUFFIX REFERENCES LOADED: '
                    WS-NAMEREF-COUNT.
            IF NOT WS-NAMEREF-EOF THEN
                DISPLAY '*** NAME REFERENCE FILE EXCEEDS TABLE '
                        'CAPACITY OF 200 -- NOTHING DONE ***'
                MOVE 8 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            IF WS-NAMEREF-COUNT = ZERO THEN
                DISPLAY '*** NAME REFERENCE FILE IS EMPTY -- '
                        'NOTHING DONE ***'
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       B110-LOAD-ONE-NAME-REFERENCE.
            READ NAMEREF-FILE
              AT END
                  SET WS-NAMEREF-EOF TO TRUE
              NOT AT END
                  IF (NRF-IS-TITLE OR NRF-IS-SUFFIX)
                     AND NRF-VARIANT NOT = SPACES THEN
                      PERFORM B120-STORE-NAME-REFERENCE.

       B120-STORE-NAME-REFERENCE.
            INSPECT NRF-VARIANT  CONVERTING WS-LOWER-CASE
                                         TO WS-UPPER-CASE.
            INSPECT NRF-STANDARD CONVERTING WS-LOWER-CASE
                                         TO WS-UPPER-CASE.
            IF NRF-STANDARD = SPACES THEN
                MOVE NRF-VARIANT TO NRF-STANDARD.
            ADD 1 TO WS-NAMEREF-COUNT.
            MOVE NRF-TYPE     TO WS-NRT-TYPE(WS-NAMEREF-COUNT).
            MOVE NRF-VARIANT  TO WS-NRT-VARIANT(WS-NAMEREF-COUNT).
            MOVE NRF-STANDARD TO WS-NRT-STANDARD(WS-NAMEREF-COUNT).

       C000-PRINT-HEADINGS.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO H1-PAGE-NO.
            WRITE PRINT-LINE FROM WS-HEADING-LINE-1
                AFTER ADVANCING PAGE.
            WRITE PRINT-LINE FROM WS-HEADING-LINE-2
                AFTER ADVANCING 1 LINE.
            WRITE PRINT-LINE FROM SPACES
                AFTER ADVANCING 1 LINE.
            MOVE 3 TO WS-LINE-COUNT.

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

       C300-PRINT-RECORD-LINE.
            MOVE PERSON-ID   OF OUTPUT-RECORD TO DTL-PERSON-ID.
            MOVE NAME-TITLE  OF OUTPUT-RECORD TO DTL-NAME-TITLE.
            MOVE FIRST-NAME  OF OUTPUT-RECORD TO DTL-FIRST-NAME.
            MOVE MIDDLE-NAME OF OUTPUT-RECORD TO DTL-MIDDLE-NAME.
            MOVE LAST-NAME   OF OUTPUT-RECORD TO DTL-LAST-NAME.
            MOVE SUFFIX      OF OUTPUT-RECORD TO DTL-SUFFIX.
            PERFORM C100-PRINT-DETAIL-LINE.

       D000-STANDARDIZE-OUTPUT-FILE.
            PERFORM D100-STANDARDIZE-ONE-RECORD UNTIL WS-OUT-EOF.
            WRITE PRINT-LINE FROM SPACES
                AFTER ADVANCING 1 LINE.
            MOVE 'OUTPUT RECORDS READ:          ' TO TOT-TEXT.
            MOVE WS-RECORDS-READ TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'OUTPUT RECORDS STANDARDIZED:  ' TO TOT-TEXT.
            MOVE WS-RECORDS-CHANGED TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'OUTPUT RECORDS ALREADY STD:   ' TO TOT-TEXT.
            MOVE WS-RECORDS-UNCHANGED TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'OUTPUT RECORDS NOT IN TABLES: ' TO TOT-TEXT.
            MOVE WS-RECORDS-UNKNOWN TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            IF WS-RECORDS-CHANGED + WS-RECORDS-UNCHANGED
               + WS-RECORDS-UNKNOWN NOT = WS-RECORDS-READ THEN
                DISPLAY '*** OUTPUT FILE COUNTS OUT OF BALANCE ***'
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY 'OUTPUT FILE COUNTS BALANCE OK'.
            IF WS-RECORDS-UNKNOWN > ZERO THEN
                DISPLAY '*** ' WS-RECORDS-UNKNOWN ' RECORD(S) LEFT '
                        'UNCHANGED -- TITLE/SUFFIX NOT IN TABLES, '
                        'SEE REPORT ***'
                IF RETURN-CODE < 4 THEN
                    MOVE 4 TO RETURN-CODE.

       D100-STANDARDIZE-ONE-RECORD.
            READ OUTFILE NEXT RECORD
              AT END
                  SET WS-OUT-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-RECORDS-READ
                  PERFORM D200-STANDARDIZE-RECORD.

       D200-STANDARDIZE-RECORD.
            MOVE OUTPUT-RECORD TO WS-AUDIT-BEFORE.
            SET WS-NAME-VALID TO TRUE.
            INSPECT NAME-TITLE  OF OUTPUT-RECORD
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            INSPECT FIRST-NAME  OF OUTPUT-RECORD
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            INSPECT MIDDLE-NAME OF OUTPUT-RECORD
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            INSPECT LAST-NAME   OF OUTPUT-RECORD
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            INSPECT SUFFIX      OF OUTPUT-RECORD
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            PERFORM D210-STANDARDIZE-TITLE.
            IF WS-NAME-VALID THEN
                PERFORM D220-STANDARDIZE-SUFFIX.
            IF WS-NAME-INVALID THEN
                PERFORM D300-REPORT-UNKNOWN-VALUE
            ELSE
                IF OUTPUT-RECORD = WS-AUDIT-BEFORE THEN
                    ADD 1 TO WS-RECORDS-UNCHANGED
                ELSE
                    PERFORM D400-REWRITE-STANDARDIZED.

       D210-STANDARDIZE-TITLE.
            IF NAME-TITLE OF OUTPUT-RECORD NOT = SPACES THEN
                MOVE 'T' TO WS-NRF-LOOKUP-TYPE
                MOVE NAME-TITLE OF OUTPUT-RECORD
                  TO WS-NRF-LOOKUP-VALUE
                PERFORM F100-LOOK-UP-NAME-REFERENCE
                IF WS-NAMEREF-FOUND THEN
                    MOVE WS-NRT-STANDARD(WS-NAMEREF-IDX)
                      TO NAME-TITLE OF OUTPUT-RECORD
                ELSE
                    MOVE 'BAD TITLE   ' TO DTL-TAG
                    SET WS-NAME-INVALID TO TRUE.

       D220-STANDARDIZE-SUFFIX.
            IF SUFFIX OF OUTPUT-RECORD NOT = SPACES THEN
                MOVE 'S' TO WS-NRF-LOOKUP-TYPE
                MOVE SUFFIX OF OUTPUT-RECORD TO WS-NRF-LOOKUP-VALUE
                PERFORM F100-LOOK-UP-NAME-REFERENCE
                IF WS-NAMEREF-FOUND THEN
                    MOVE WS-NRT-STANDARD(WS-NAMEREF-IDX)
                      TO SUFFIX OF OUTPUT-RECORD
                ELSE
                    MOVE 'BAD SUFFIX  ' TO DTL-TAG
                    SET WS-NAME-INVALID TO TRUE.

       D300-REPORT-UNKNOWN-VALUE.
            ADD 1 TO WS-RECORDS-UNKNOWN.
            MOVE WS-AUDIT-BEFORE TO OUTPUT-RECORD.
            PERFORM C300-PRINT-RECORD-LINE.

       D400-REWRITE-STANDARDIZED.
            REWRITE OUTPUT-RECORD
              INVALID KEY
                  DISPLAY '*** REWRITE ERROR, FILE STATUS: '
                          WS-OUTFILE-FS
                  MOVE 16 TO RETURN-CODE
                  PERFORM Z999-END-PROGRAM
              NOT INVALID KEY
                  ADD 1 TO WS-RECORDS-CHANGED
                  MOVE WS-AUD-ACTION-STANDARDIZE TO WS-AUDIT-ACTION
                  MOVE PERSON-ID OF OUTPUT-RECORD
                    TO WS-AUDIT-PERSON-ID
                  MOVE OUTPUT-RECORD TO WS-AUDIT-AFTER
                  PERFORM F200-WRITE-AUDIT-RECORD.

       E000-RELEASE-MASTER.
            OPEN INPUT MASTER-FILE.
            IF WS-MASTER-FS = '00' THEN
                SET WS-MASTER-OPEN TO TRUE
            ELSE
                SET WS-MASTER-EOF TO TRUE
                DISPLAY 'NO EXISTING MASTER FILE, STATUS: '
                        WS-MASTER-FS.
            PERFORM E100-RELEASE-ONE-MASTER UNTIL WS-MASTER-EOF.
            IF WS-MASTER-OPEN THEN
                CLOSE MASTER-FILE.

       E100-RELEASE-ONE-MASTER.
            READ MASTER-FILE
              AT END
                  SET WS-MASTER-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-MASTER-READ
                  PERFORM E110-RELEASE-MASTER-NAME.

       E110-RELEASE-MASTER-NAME.
            MOVE SPACES           TO MST-RECORD.
            MOVE MAST-LAST-NAME   TO MST-LAST-NAME.
            MOVE MAST-FIRST-NAME  TO MST-FIRST-NAME.
            MOVE MAST-MIDDLE-NAME TO MST-MIDDLE-NAME.
            INSPECT MST-LAST-NAME
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            INSPECT MST-FIRST-NAME
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            INSPECT MST-MIDDLE-NAME
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            IF MST-LAST-NAME NOT = MAST-LAST-NAME
               OR MST-FIRST-NAME NOT = MAST-FIRST-NAME
               OR MST-MIDDLE-NAME NOT = MAST-MIDDLE-NAME THEN
                ADD 1 TO WS-MASTER-CHANGED
                MOVE MASTER-RECORD TO WS-AUDIT-BEFORE
                MOVE MST-RECORD    TO WS-AUDIT-AFTER
                PERFORM E300-AUDIT-MASTER-NAME.
            RELEASE MST-RECORD.

       E200-WRITE-NEW-MASTER.
            PERFORM E210-RETURN-AND-WRITE UNTIL WS-SORT-EOF.

       E210-RETURN-AND-WRITE.
            RETURN MSTFILE
              AT END
                  SET WS-SORT-EOF TO TRUE
              NOT AT END
                  IF NOT WS-FIRST-OUT
                     AND MST-LAST-NAME = WS-PREV-LAST-NAME
                     AND MST-FIRST-NAME = WS-PREV-FIRST-NAME
                     AND MST-MIDDLE-NAME = WS-PREV-MIDDLE-NAME THEN
                      ADD 1 TO WS-MASTER-DUPS
                      MOVE MST-RECORD TO WS-AUDIT-BEFORE
                      MOVE SPACES     TO WS-AUDIT-AFTER
                      PERFORM E300-AUDIT-MASTER-NAME
                  ELSE
                      MOVE 'N' TO WS-FIRST-OUT-SW
                      MOVE MST-LAST-NAME   TO WS-PREV-LAST-NAME
                      MOVE MST-FIRST-NAME  TO WS-PREV-FIRST-NAME
                      MOVE MST-MIDDLE-NAME TO WS-PREV-MIDDLE-NAME
                      MOVE SPACES          TO NEW-MASTER-RECORD
                      MOVE MST-LAST-NAME   TO NMA-LAST-NAME
                      MOVE MST-FIRST-NAME  TO NMA-FIRST-NAME
                      MOVE MST-MIDDLE-NAME TO NMA-MIDDLE-NAME
                      WRITE NEW-MASTER-RECORD
                      ADD 1 TO WS-MASTER-WRITTEN.

       E300-AUDIT-MASTER-NAME.
            MOVE WS-AUD-ACTION-MASTER TO WS-AUDIT-ACTION.
            MOVE ZERO                 TO WS-AUDIT-PERSON-ID.
            PERFORM F200-WRITE-AUDIT-RECORD.

       E400-BALANCE-MASTER.
            WRITE PRINT-LINE FROM SPACES
                AFTER ADVANCING 1 LINE.
            MOVE 'MASTER NAMES READ:            ' TO TOT-TEXT.
            MOVE WS-MASTER-READ TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'MASTER NAMES CASE CHANGED:    ' TO TOT-TEXT.
            MOVE WS-MASTER-CHANGED TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'MASTER DUPLICATES DROPPED:    ' TO TOT-TEXT.
            MOVE WS-MASTER-DUPS TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            MOVE 'MASTER NAMES WRITTEN:         ' TO TOT-TEXT.
            MOVE WS-MASTER-WRITTEN TO TOT-COUNT.
            PERFORM C200-PRINT-TOTAL-LINE.
            IF WS-MASTER-WRITTEN + WS-MASTER-DUPS
               NOT = WS-MASTER-READ THEN
                DISPLAY '*** MASTER COUNTS OUT OF BALANCE ***'
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY 'MASTER COUNTS BALANCE OK'.

       E500-ROLL-IN-MASTER.
            CLOSE NEWMAST.
            MOVE 'N' TO WS-NEWMAST-OPEN-SW.
            OPEN INPUT NEWMAST.
            OPEN OUTPUT MASTER-FILE.
            IF WS-NEWMAST-FS NOT = '00'
               OR WS-MASTER-FS NOT = '00' THEN
                DISPLAY '*** MASTER ROLL-IN OPEN ERROR, FILE STATUS: '
                        WS-NEWMAST-FS ' / ' WS-MASTER-FS
                PERFORM E520-ABANDON-ROLL-IN.
            MOVE 'N' TO WS-ROLL-EOF-SW.
            PERFORM E510-ROLL-ONE-MASTER UNTIL WS-ROLL-EOF.
            CLOSE NEWMAST.
            CLOSE MASTER-FILE.
            IF WS-MASTER-ROLLED NOT = WS-MASTER-WRITTEN THEN
                DISPLAY '*** MASTER ROLLED IN ' WS-MASTER-ROLLED
                        ' NAMES, EXPECTED ' WS-MASTER-WRITTEN ' ***'
                PERFORM E520-ABANDON-ROLL-IN.
            DISPLAY 'MASTER NAMES ROLLED IN: ' WS-MASTER-ROLLED.

       E510-ROLL-ONE-MASTER.
            READ NEWMAST
              AT END
                  SET WS-ROLL-EOF TO TRUE
              NOT AT END
                  WRITE MASTER-RECORD FROM NEW-MASTER-RECORD
                  ADD 1 TO WS-MASTER-ROLLED.

       E520-ABANDON-ROLL-IN.
            DISPLAY '*** MASTER ROLL-IN FAILED -- LOCK LEFT HELD; '
                    'COPY MASTER.NEW OVER MASTER.DAT, THEN CLEAR THE '
                    'LOCK AS DESCRIBED IN THE JOB NOTES ***'
            MOVE 'N' TO WS-LOCK-OWNED-SW.
            MOVE 16 TO RETURN-CODE.
            PERFORM Z999-END-PROGRAM.

       F100-LOOK-UP-NAME-REFERENCE.
            MOVE 'N' TO WS-NAMEREF-FOUND-SW.
            SET WS-NAMEREF-IDX TO 1.
            SEARCH WS-NAMEREF-ENTRY
              AT END
                  CONTINUE
              WHEN WS-NRT-TYPE(WS-NAMEREF-IDX) = WS-NRF-LOOKUP-TYPE
               AND (WS-NRT-VARIANT(WS-NAMEREF-IDX) =
                                               WS-NRF-LOOKUP-VALUE
                OR WS-NRT-STANDARD(WS-NAMEREF-IDX) =
                                               WS-NRF-LOOKUP-VALUE)
                  SET WS-NAMEREF-FOUND TO TRUE.

       F200-WRITE-AUDIT-RECORD.
            MOVE SPACES              TO AUDIT-RECORD.
            MOVE WS-PROCESS-DATE-N   TO AUD-RUN-DATE.
            MOVE 'NAMESTD '          TO AUD-PROGRAM-NAME.
            MOVE WS-AUDIT-ACTION     TO AUD-ACTION-CODE.
            MOVE WS-AUDIT-PERSON-ID  TO AUD-PERSON-ID.
            MOVE WS-AUDIT-BEFORE     TO AUD-BEFORE-IMAGE.
            MOVE WS-AUDIT-AFTER      TO AUD-AFTER-IMAGE.
            WRITE AUDIT-RECORD.

       Y100-CLAIM-FILE-LOCK.
            ACCEPT WS-LOCK-SYS-DATE FROM DATE.
            MOVE WS-LOCK-SYS-DATE TO WS-LKD-YYMMDD.
            ACCEPT WS-LOCK-TIME-NOW FROM TIME.
            MOVE SPACES TO WS-LOCK-WORK.
            OPEN INPUT LOCK-FILE.
            IF WS-LOCKF-FS = '00' THEN
                PERFORM Y110-READ-LOCK-RECORD
                CLOSE LOCK-FILE.
            IF WLK-IS-HELD THEN
                PERFORM Y120-CHECK-HELD-LOCK.
            PERFORM Y200-WRITE-LOCK-RECORD.

       Y110-READ-LOCK-RECORD.
            READ LOCK-FILE INTO WS-LOCK-WORK
              AT END
                  CONTINUE.

       Y120-CHECK-HELD-LOCK.
            IF WLK-LOCK-DATE IS NOT NUMERIC
               OR WLK-LOCK-DATE < WS-LOCK-DATE-N THEN
                DISPLAY '*** STALE LOCK FROM ' WLK-PROGRAM-NAME
                        ' DATED ' WLK-LOCK-DATE
                        ' -- LOCK TAKEN OVER ***'
            ELSE
                DISPLAY '*** OUTPUT FILE LOCKED BY '
                        WLK-PROGRAM-NAME ' SINCE ' WLK-LOCK-TIME
                        ' -- RUN ENDS ***'
                DISPLAY 'RERUN WHEN THE HOLDING JOB FINISHES, OR '
                        'CLEAR A LOCK LEFT BY AN ABENDED RUN AS '
                        'DESCRIBED IN THE JOB NOTES'
                MOVE 12 TO RETURN-CODE
                STOP RUN.

       Y200-WRITE-LOCK-RECORD.
            OPEN OUTPUT LOCK-FILE.
            MOVE SPACES           TO LOCK-RECORD.
            MOVE 'NAMESTD '       TO LCK-PROGRAM-NAME.
            MOVE 'H'              TO LCK-STATUS.
            MOVE WS-LOCK-DATE-N   TO LCK-LOCK-DATE.
            MOVE WS-LOCK-TIME-NOW TO LCK-LOCK-TIME.
            WRITE LOCK-RECORD.
            CLOSE LOCK-FILE.
            SET WS-LOCK-OWNED TO TRUE.

       Y900-RELEASE-FILE-LOCK.
            IF WS-LOCK-OWNED THEN
                OPEN OUTPUT LOCK-FILE
                MOVE SPACES           TO LOCK-RECORD
                MOVE 'NAMESTD '       TO LCK-PROGRAM-NAME
                MOVE 'R'              TO LCK-STATUS
                MOVE WS-LOCK-DATE-N   TO LCK-LOCK-DATE
                MOVE WS-LOCK-TIME-NOW TO LCK-LOCK-TIME
                WRITE LOCK-RECORD
                CLOSE LOCK-FILE
                MOVE 'N' TO WS-LOCK-OWNED-SW.

       Z999-END-PROGRAM.
            IF WS-FILES-OPEN THEN
                CLOSE OUTFILE
                CLOSE AUDIT-FILE.
            IF WS-NEWMAST-OPEN THEN
                CLOSE NEWMAST.
            CLOSE PRTFILE.
            PERFORM Y900-RELEASE-FILE-LOCK.
            DISPLAY 'OUTPUT READ: ' WS-RECORDS-READ
                    '  STANDARDIZED: ' WS-RECORDS-CHANGED
                    '  ALREADY STANDARD: ' WS-RECORDS-UNCHANGED
                    '  NOT IN TABLES: ' WS-RECORDS-UNKNOWN.
            DISPLAY 'MASTER READ: ' WS-MASTER-READ
                    '  CASE CHANGED: ' WS-MASTER-CHANGED
                    '  DUPLICATES DROPPED: ' WS-MASTER-DUPS
                    '  WRITTEN: ' WS-MASTER-WRITTEN
                    '  ROLLED IN: ' WS-MASTER-ROLLED.
            DISPLAY 'NAMESTD EXECUTION ENDS'
            STOP RUN.
       END PROGRAM NAMESTD.
