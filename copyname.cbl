                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS PERSON-ID OF OUTPUT-RECORD
                          ALTERNATE KEY IS LAST-NAME OF OUTPUT-RECORD
                          WITH DUPLICATES
                          FILE STATUS IS WS-OUTFILE-FS.
          SELECT REJFILE  ASSIGN TO REJFILE SEQUENTIAL.
          SELECT RESTART-FILE ASSIGN TO RESTARTF SEQUENTIAL
                          FILE STATUS IS WS-ADDRFILE-FS.
          SELECT LOCK-FILE ASSIGN TO LOCKF SEQUENTIAL
                          FILE STATUS IS WS-LOCKF-FS.
          SELECT MERGE-XREF-FILE ASSIGN TO MERGXRF SEQUENTIAL
                          FILE STATUS IS WS-MERGXRF-FS.
          SELECT ERASREG-FILE ASSIGN TO ERASREG SEQUENTIAL
                          FILE STATUS IS WS-ERASREG-FS.
          SELECT SOURCE-FILE ASSIGN TO SOURCEF SEQUENTIAL
                          FILE STATUS IS WS-SOURCEF-FS.
          SELECT NAMEREF-FILE ASSIGN TO NAMEREF SEQUENTIAL
                          FILE STATUS IS WS-NAMEREF-FS.


       DATA DIVISION.
         02  SUFFIX                         PIC X(04).
         02  FILLER                         PIC X(01).
         02  LAST-ACTIVITY-DATE             PIC 9(08).
         02  SOURCE-SYSTEM                  PIC X(03).
         02  FILLER                         PIC X(05).

       FD REJFILE.
       01 REJECT-RECORD.
         02  RESTART-ADDR-STORED            PIC 9(08).
         02  RESTART-ADDR-REPLACED          PIC 9(08).
         02  RESTART-IDS-ASSIGNED           PIC 9(08).
       01 RESTART-SOURCE-RECORD.
         02  RSS-SOURCE-CODE                PIC X(03).
         02  RSS-READ                       PIC 9(08).
         02  RSS-WRITTEN                    PIC 9(08).
         02  RSS-REJECTED                   PIC 9(08).
         02  RSS-DUPLICATE                  PIC 9(08).
         02  RSS-ADDR-STORED                PIC 9(08).
         02  RSS-ADDR-REPLACED              PIC 9(08).

       FD MASTER-FILE.
       01 MASTER-RECORD.
         02  RUN-LOG-ADDR-STORED            PIC 9(08).
         02  FILLER                         PIC X(01).
         02  RUN-LOG-ADDR-REPLACED          PIC 9(08).
         02  FILLER                         PIC X(01).
         02  RUN-LOG-LINE-TYPE              PIC X(01).
           88 RUN-LOG-SOURCE-LINE                      VALUE 'S'.
         02  FILLER                         PIC X(01).
         02  RUN-LOG-SOURCE-CODE            PIC X(03).
         02  FILLER                         PIC X(01).
         02  RUN-LOG-BATCHES                PIC 9(02).
         02  FILLER                         PIC X(01).
         02  RUN-LOG-BATCHES-REJECTED       PIC 9(02).
         02  FILLER                         PIC X(01).

       FD NEXTID-FILE.
       01 NEXTID-RECORD.
         02  FILLER                         PIC X(01).
         02  ADR-MAIL-STATUS                PIC X(01).
           88 ADR-MAIL-SUPPRESSED                      VALUE 'S'.
         02  FILLER                         PIC X(15).
         02  ADR-SOURCE-SYSTEM              PIC X(03).
         02  FILLER                         PIC X(05).

       FD LOCK-FILE.
       01 LOCK-RECORD.
         02  LCK-LOCK-TIME                  PIC 9(08).
         02  FILLER                         PIC X(52).

       FD MERGE-XREF-FILE.
       01 MERGE-XREF-RECORD.
         02  MXR-RETIRED-ID                 PIC 9(05).
         02  FILLER                         PIC X(01).
         02  MXR-SURVIVOR-ID                PIC 9(05).
         02  FILLER                         PIC X(01).
         02  MXR-MERGE-DATE                 PIC 9(08).
         02  FILLER                         PIC X(60).

       FD ERASREG-FILE.
       01 ERASREG-RECORD.
         02  ERG-PERSON-ID                  PIC 9(05).
         02  FILLER                         PIC X(75).

       FD SOURCE-FILE.
       01 SOURCE-RECORD.
         02  SRF-SOURCE-CODE                PIC X(03).
         02  FILLER                         PIC X(01).
         02  SRF-PRECEDENCE                 PIC 9(02).
         02  FILLER                         PIC X(74).

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
       01 WS-LOCKF-FS                       PIC X(02) VALUE SPACES.

       01 WS-ADDRFILE-FS                    PIC X(02) VALUE SPACES.
       01 WS-NEXTID-FS                      PIC X(02) VALUE SPACES.
       01 WS-STATEF-FS                      PIC X(02) VALUE SPACES.
       01 WS-MERGXRF-FS                     PIC X(02) VALUE SPACES.
       01 WS-ERASREG-FS                     PIC X(02) VALUE SPACES.
       01 WS-SOURCEF-FS                     PIC X(02) VALUE SPACES.
       01 WS-NAMEREF-FS                     PIC X(02) VALUE SPACES.

       01 WS-VALID-SW                       PIC X(01) VALUE 'Y'.
         88 WS-RECORD-VALID                          VALUE 'Y'.
       01 WS-RESTART-SW                     PIC X(01) VALUE 'N'.
         88 WS-RESTART-RUN                           VALUE 'Y'.

       01 WS-MASTER-EOF-SW                  PIC X(01) VALUE 'N'.
         88 WS-MASTER-EOF                            VALUE 'Y'.

       01 WS-STATE-EOF-SW                   PIC X(01) VALUE 'N'.
         88 WS-STATE-EOF                             VALUE 'Y'.

       01 WS-MERGXRF-EOF-SW                 PIC X(01) VALUE 'N'.
         88 WS-MERGXRF-EOF                           VALUE 'Y'.

       01 WS-ERASREG-EOF-SW                 PIC X(01) VALUE 'N'.
         88 WS-ERASREG-EOF                           VALUE 'Y'.

       01 WS-SOURCE-EOF-SW                  PIC X(01) VALUE 'N'.
         88 WS-SOURCE-EOF                            VALUE 'Y'.

       01 WS-NAMEREF-EOF-SW                 PIC X(01) VALUE 'N'.
         88 WS-NAMEREF-EOF                           VALUE 'Y'.

       01 WS-NAMEREF-SW                     PIC X(01) VALUE 'N'.
         88 WS-NAMEREF-LOADED                        VALUE 'Y'.

       01 WS-NAMEREF-FOUND-SW               PIC X(01) VALUE 'N'.
         88 WS-NAMEREF-FOUND                         VALUE 'Y'.

       01 WS-RESTART-EOF-SW                 PIC X(01) VALUE 'N'.
         88 WS-RESTART-EOF                           VALUE 'Y'.

       01 WS-SOURCE-TABLE-SW                PIC X(01) VALUE 'N'.
         88 WS-SOURCE-TABLE-LOADED                   VALUE 'Y'.

       01 WS-SOURCE-FOUND-SW                PIC X(01) VALUE 'N'.
         88 WS-SOURCE-FOUND                          VALUE 'Y'.

       01 WS-DATA-READY-SW                  PIC X(01) VALUE 'N'.
         88 WS-DATA-READY                            VALUE 'Y'.

       01 WS-SKIPPING-SW                    PIC X(01) VALUE 'N'.
         88 WS-SKIPPING                              VALUE 'Y'.

       01 WS-PRECEDENCE-SW                  PIC X(01) VALUE 'E'.
         88 WS-NEW-SOURCE-WINS                       VALUE 'N'.
         88 WS-OLD-SOURCE-WINS                       VALUE 'O'.

       01 WS-ERASED-SW                      PIC X(01) VALUE 'N'.
         88 WS-ID-ERASED                             VALUE 'Y'.

       01 WS-MERGE-END-SW                   PIC X(01) VALUE 'N'.
         88 WS-MERGE-END                             VALUE 'Y'.

       01 WS-DUP-SW                         PIC X(01) VALUE 'N'.
         88 WS-DUPLICATE-FOUND                       VALUE 'Y'.

       77 WS-CP-REMAINDER                   PIC 9(05) VALUE ZERO.
       77 WS-SKIP-COUNT                     PIC 9(08) VALUE ZERO.
       77 WS-HEADER-RUN-DATE                PIC 9(08) VALUE ZERO.
       77 WS-MASTER-COUNT                   PIC 9(05) VALUE ZERO.
       77 WS-ADDRS-STORED                   PIC 9(08) VALUE ZERO.
       77 WS-ADDRS-REPLACED                 PIC 9(08) VALUE ZERO.
       77 WS-IDS-ASSIGNED                   PIC 9(08) VALUE ZERO.
       77 WS-STATE-COUNT                    PIC 9(03) VALUE ZERO.
       77 WS-ADDR-HIST-COUNT                PIC 9(08) VALUE ZERO.
       77 WS-MERGE-COUNT                    PIC 9(05) VALUE ZERO.
       77 WS-MERGE-HOPS                     PIC 9(03) VALUE ZERO.
       77 WS-RESOLVE-ID                     PIC 9(05) VALUE ZERO.
       77 WS-ADDRS-REDIRECTED               PIC 9(08) VALUE ZERO.
       77 WS-ERASED-COUNT                   PIC 9(05) VALUE ZERO.
       77 WS-ERASED-LOOKUP-ID               PIC 9(05) VALUE ZERO.
       77 WS-ERASED-DROPPED                 PIC 9(08) VALUE ZERO.
       77 WS-SOURCE-COUNT                   PIC 9(02) VALUE ZERO.
       77 WS-BATCH-COUNT                    PIC 9(02) VALUE ZERO.
       77 WS-BATCHES-STARTED                PIC 9(02) VALUE ZERO.
       77 WS-BATCHES-REJECTED               PIC 9(02) VALUE ZERO.
       77 WS-CUR-BATCH                      PIC 9(02) VALUE ZERO.
       77 WS-CUR-SRC                        PIC 9(02) VALUE ZERO.
       77 WS-EXIST-SRC                      PIC 9(02) VALUE ZERO.
       77 WS-LOOKUP-SRC                     PIC 9(02) VALUE ZERO.
       77 WS-BATCH-SUB                      PIC 9(02) VALUE ZERO.
       77 WS-SRC-SUB                        PIC 9(02) VALUE ZERO.
       77 WS-PRESCAN-RECORDS                PIC 9(08) VALUE ZERO.
       77 WS-RESTART-RECORDS                PIC 9(05) VALUE ZERO.
       77 WS-NAMEREF-COUNT                  PIC 9(03) VALUE ZERO.
       77 WS-NAMES-STANDARDIZED             PIC 9(08) VALUE ZERO.

       01 WS-CUR-SOURCE-CODE                PIC X(03) VALUE SPACES.
       01 WS-LOOKUP-CODE                    PIC X(03) VALUE SPACES.
       01 WS-DEFAULT-SOURCE                 PIC X(03) VALUE 'ORG'.
       01 WS-NO-BATCH-SOURCE                PIC X(03) VALUE '---'.
       01 WS-NEW-OUTPUT-IMAGE               PIC X(80) VALUE SPACES.

       01 WS-ADDR-NEW-IMAGE                 PIC X(80) VALUE SPACES.
       01 WS-ADDR-BEFORE-IMAGE              PIC X(80) VALUE SPACES.
       01 WS-REJ-REASON-BAD-ADDRESS         PIC X(02) VALUE '04'.
       01 WS-REJ-REASON-BAD-STATE           PIC X(02) VALUE '05'.
       01 WS-REJ-REASON-BAD-POSTAL          PIC X(02) VALUE '06'.
       01 WS-REJ-REASON-BATCH-BALANCE       PIC X(02) VALUE '07'.
       01 WS-REJ-REASON-BAD-SOURCE          PIC X(02) VALUE '08'.
       01 WS-REJ-REASON-BAD-TITLE           PIC X(02) VALUE '09'.
       01 WS-REJ-REASON-BAD-SUFFIX          PIC X(02) VALUE '10'.
       01 WS-DUP-REASON-MASTER              PIC X(02) VALUE '01'.
       01 WS-DUP-REASON-MERGED              PIC X(02) VALUE '02'.
       01 WS-DUP-REASON-PRECEDENCE          PIC X(02) VALUE '03'.

       01 WS-ADDR-REJ-REASON                PIC X(02) VALUE SPACES.
       01 WS-NAME-REJ-REASON                PIC X(02) VALUE SPACES.

       01 WS-LOWER-CASE                     PIC X(26) VALUE
             'abcdefghijklmnopqrstuvwxyz'.
       01 WS-UPPER-CASE                     PIC X(26) VALUE
             'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-NRF-LOOKUP-TYPE                PIC X(01) VALUE SPACE.
       01 WS-NRF-LOOKUP-VALUE               PIC X(04) VALUE SPACES.
       01 WS-NAME-AS-RECEIVED               PIC X(80) VALUE SPACES.

       01 WS-AUD-ACTION-WRITE               PIC X(02) VALUE 'WR'.
       01 WS-AUD-ACTION-REJECT              PIC X(02) VALUE 'RJ'.
       01 WS-AUD-ACTION-DUP-SUPPRESS        PIC X(02) VALUE 'DS'.
       01 WS-AUD-ACTION-ADDR-WRITE          PIC X(02) VALUE 'AW'.
       01 WS-AUD-ACTION-ERASED-SKIP         PIC X(02) VALUE 'ES'.
       01 WS-AUD-ACTION-SOURCE-REPLACE      PIC X(02) VALUE 'SR'.

       01 WS-AUDIT-WORK.
         02  WS-AUDIT-ACTION                PIC X(02).
                      INDEXED BY WS-STATE-IDX.
           03  WS-STA-CODE                  PIC X(02).

       01 WS-NAMEREF-TABLE.
         02  WS-NAMEREF-ENTRY OCCURS 1 TO 200 TIMES
                      DEPENDING ON WS-NAMEREF-COUNT
                      INDEXED BY WS-NAMEREF-IDX.
           03  WS-NRT-TYPE                  PIC X(01).
           03  WS-NRT-VARIANT               PIC X(04).
           03  WS-NRT-STANDARD              PIC X(04).

       01 WS-MERGE-TABLE.
         02  WS-MERGE-ENTRY OCCURS 1 TO 5000 TIMES
                      DEPENDING ON WS-MERGE-COUNT
                      INDEXED BY WS-MERGE-IDX.
           03  WS-MXT-RETIRED-ID            PIC 9(05).
           03  WS-MXT-SURVIVOR-ID           PIC 9(05).

       01 WS-ERASED-TABLE.
         02  WS-ERASED-ENTRY OCCURS 1 TO 5000 TIMES
                      DEPENDING ON WS-ERASED-COUNT
                      INDEXED BY WS-ERASED-IDX.
           03  WS-ERS-PERSON-ID             PIC 9(05).

       01 WS-SOURCE-TABLE.
         02  WS-SOURCE-ENTRY OCCURS 1 TO 20 TIMES
                      DEPENDING ON WS-SOURCE-COUNT
                      INDEXED BY WS-SOURCE-IDX.
           03  WS-SRC-CODE                  PIC X(03).
           03  WS-SRC-PRECEDENCE            PIC 9(02).
           03  WS-SRC-BATCHES               PIC 9(02).
           03  WS-SRC-BATCHES-REJECTED      PIC 9(02).
           03  WS-SRC-READ                  PIC 9(08).
           03  WS-SRC-WRITTEN               PIC 9(08).
           03  WS-SRC-REJECTED              PIC 9(08).
           03  WS-SRC-DUPLICATE             PIC 9(08).
           03  WS-SRC-ADDR-STORED           PIC 9(08).
           03  WS-SRC-ADDR-REPLACED         PIC 9(08).

       01 WS-BATCH-TABLE.
         02  WS-BATCH-ENTRY OCCURS 1 TO 50 TIMES
                      DEPENDING ON WS-BATCH-COUNT.
           03  WS-BAT-SOURCE-CODE           PIC X(03).
           03  WS-BAT-SOURCE-SUB            PIC 9(02).
           03  WS-BAT-RUN-DATE              PIC 9(08).
           03  WS-BAT-RECORD-COUNT          PIC 9(08).
           03  WS-BAT-TRAILER-COUNT         PIC 9(08).
           03  WS-BAT-TRAILER-SW            PIC X(01).
             88 WS-BAT-TRAILER-SEEN                    VALUE 'Y'.
           03  WS-BAT-REJ-REASON            PIC X(02).

       01   INP-RECORD.
         02  REC-TYPE                       PIC X(01).
           88 REC-IS-HEADER                            VALUE 'H'.
         02  HDR-REC-TYPE                   PIC X(01).
         02  FILLER                         PIC X(01).
         02  HDR-RUN-DATE                   PIC 9(08).
         02  FILLER                         PIC X(01).
         02  HDR-SOURCE-CODE                PIC X(03).
         02  FILLER                         PIC X(51).

       01   INP-ADDRESS REDEFINES INP-RECORD.
         02  ADR-REC-TYPE                   PIC X(01).
         02  TRL-REC-TYPE                   PIC X(01).
         02  FILLER                         PIC X(01).
         02  TRL-RECORD-COUNT               PIC 9(08).
         02  FILLER                         PIC X(01).
         02  TRL-SOURCE-CODE                PIC X(03).
         02  FILLER                         PIC X(51).

       01   OUT-RECORD.
         02  PERSON-ID                      PIC 9(05) VALUE ZERO.
            PERFORM B100-CHECK-RESTART.
            IF NOT WS-RESTART-RUN THEN
                PERFORM B150-LOAD-NEXT-ID.
            PERFORM B370-LOAD-SOURCE-TABLE.
            PERFORM B500-PRESCAN-BATCHES.
            IF WS-RESTART-RUN THEN
                PERFORM B250-RESTORE-SOURCE-TOTALS.
            OPEN INPUT INFILE.
            PERFORM B300-LOAD-MASTER-TABLE.
            PERFORM B350-LOAD-STATE-TABLE.
            PERFORM B600-LOAD-NAME-REFERENCE.
            PERFORM B400-LOAD-MERGE-TABLE.
            PERFORM B450-LOAD-ERASED-TABLE.
            IF WS-RESTART-RUN THEN
                OPEN I-O OUTFILE
                OPEN EXTEND REJFILE
            OPEN EXTEND AUDIT-FILE.
            OPEN EXTEND ADRHIST-FILE.
            SET WS-FILES-OPEN TO TRUE.
            PERFORM B050-CHECK-INPUT-PRESENT.
            IF WS-RESTART-RUN THEN
                PERFORM B200-SKIP-PROCESSED-RECORDS.
            PERFORM B900-READ-NEXT-RECORD.

       B050-CHECK-INPUT-PRESENT.
            IF WS-PRESCAN-RECORDS = ZERO THEN
                DISPLAY 'INPUT FILE EMPTY'
                SET WS-EOF TO TRUE
                PERFORM Z999-END-PROGRAM.

       B100-CHECK-RESTART.
            OPEN INPUT RESTART-FILE.

       B200-SKIP-PROCESSED-RECORDS.
            DISPLAY 'RESTARTING AFTER RECORD: ' WS-RECORDS-READ.
            SET WS-SKIPPING TO TRUE.
            PERFORM B210-SKIP-ONE-RECORD
              VARYING WS-SKIP-COUNT FROM 1 BY 1
              UNTIL WS-SKIP-COUNT > WS-RECORDS-READ
                 OR WS-EOF.
            MOVE 'N' TO WS-SKIPPING-SW.

       B210-SKIP-ONE-RECORD.
            PERFORM B900-READ-NEXT-RECORD.

       B250-RESTORE-SOURCE-TOTALS.
            OPEN INPUT RESTART-FILE.
            IF WS-RESTART-FS = '00' THEN
                PERFORM B260-READ-SOURCE-CHECKPOINT
                  UNTIL WS-RESTART-EOF
                CLOSE RESTART-FILE.

       B260-READ-SOURCE-CHECKPOINT.
            READ RESTART-FILE
              AT END
                  SET WS-RESTART-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-RESTART-RECORDS
                  IF WS-RESTART-RECORDS > 1 THEN
                      PERFORM B270-RESTORE-ONE-SOURCE.

       B270-RESTORE-ONE-SOURCE.
            MOVE RSS-SOURCE-CODE TO WS-LOOKUP-CODE.
            PERFORM G100-FIND-SOURCE.
            MOVE RSS-READ          TO WS-SRC-READ(WS-LOOKUP-SRC).
            MOVE RSS-WRITTEN       TO WS-SRC-WRITTEN(WS-LOOKUP-SRC).
            MOVE RSS-REJECTED      TO WS-SRC-REJECTED(WS-LOOKUP-SRC).
            MOVE RSS-DUPLICATE     TO WS-SRC-DUPLICATE(WS-LOOKUP-SRC).
            MOVE RSS-ADDR-STORED
              TO WS-SRC-ADDR-STORED(WS-LOOKUP-SRC).
            MOVE RSS-ADDR-REPLACED
              TO WS-SRC-ADDR-REPLACED(WS-LOOKUP-SRC).

       B300-LOAD-MASTER-TABLE.
            OPEN INPUT MASTER-FILE.
                      MOVE STA-STATE-CODE
                        TO WS-STA-CODE(WS-STATE-COUNT).

       B370-LOAD-SOURCE-TABLE.
            OPEN INPUT SOURCE-FILE.
            IF WS-SOURCEF-FS = '00' THEN
                PERFORM B380-LOAD-ONE-SOURCE
                  UNTIL WS-SOURCE-EOF
                CLOSE SOURCE-FILE
                SET WS-SOURCE-TABLE-LOADED TO TRUE
                DISPLAY 'FEEDER SOURCES LOADED: ' WS-SOURCE-COUNT
            ELSE
                DISPLAY 'NO FEEDER SOURCE FILE, STATUS: '
                        WS-SOURCEF-FS ' - ALL SOURCES ACCEPTED AT '
                        'EQUAL PRECEDENCE'.

       B380-LOAD-ONE-SOURCE.
            READ SOURCE-FILE INTO SOURCE-RECORD
              AT END
                  SET WS-SOURCE-EOF TO TRUE
              NOT AT END
                  IF SRF-SOURCE-CODE NOT = SPACES THEN
                      MOVE SRF-SOURCE-CODE TO WS-LOOKUP-CODE
                      PERFORM G100-FIND-SOURCE
                      PERFORM B390-SET-SOURCE-PRECEDENCE.

       B390-SET-SOURCE-PRECEDENCE.
            IF SRF-PRECEDENCE IS NUMERIC
               AND SRF-PRECEDENCE NOT = ZERO THEN
                MOVE SRF-PRECEDENCE
                  TO WS-SRC-PRECEDENCE(WS-LOOKUP-SRC).

       B400-LOAD-MERGE-TABLE.
            OPEN INPUT MERGE-XREF-FILE.
            IF WS-MERGXRF-FS = '00' THEN
                PERFORM B410-LOAD-ONE-MERGE-ENTRY
                  UNTIL WS-MERGXRF-EOF
                     OR WS-MERGE-COUNT = 5000
                IF WS-MERGE-COUNT = 5000
                   AND NOT WS-MERGXRF-EOF THEN
                    READ MERGE-XREF-FILE
                      AT END
                          SET WS-MERGXRF-EOF TO TRUE
                CLOSE MERGE-XREF-FILE
                DISPLAY 'MERGED IDS LOADED: ' WS-MERGE-COUNT
            ELSE
                SET WS-MERGXRF-EOF TO TRUE
                DISPLAY 'NO MERGE CROSS-REFERENCE FILE, STATUS: '
                        WS-MERGXRF-FS ' - RETIRED ID CHECK BYPASSED'.
            IF NOT WS-MERGXRF-EOF THEN
                DISPLAY '*** MERGE CROSS-REFERENCE EXCEEDS TABLE '
                        'CAPACITY OF 5000 -- RETIRED ID CHECK CANNOT '
                        'BE TRUSTED, RUN ABANDONED ***'
                MOVE 8 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       B410-LOAD-ONE-MERGE-ENTRY.
            READ MERGE-XREF-FILE
              AT END
                  SET WS-MERGXRF-EOF TO TRUE
              NOT AT END
                  IF MXR-RETIRED-ID IS NUMERIC
                     AND MXR-SURVIVOR-ID IS NUMERIC THEN
                      ADD 1 TO WS-MERGE-COUNT
                      MOVE MXR-RETIRED-ID
                        TO WS-MXT-RETIRED-ID(WS-MERGE-COUNT)
                      MOVE MXR-SURVIVOR-ID
                        TO WS-MXT-SURVIVOR-ID(WS-MERGE-COUNT).

       B450-LOAD-ERASED-TABLE.
            OPEN INPUT ERASREG-FILE.
            IF WS-ERASREG-FS = '00' THEN
                PERFORM B460-LOAD-ONE-ERASED-ID
                  UNTIL WS-ERASREG-EOF
                     OR WS-ERASED-COUNT = 5000
                IF WS-ERASED-COUNT = 5000
                   AND NOT WS-ERASREG-EOF THEN
                    READ ERASREG-FILE
                      AT END
                          SET WS-ERASREG-EOF TO TRUE
                CLOSE ERASREG-FILE
                DISPLAY 'ERASED IDS LOADED: ' WS-ERASED-COUNT
            ELSE
                SET WS-ERASREG-EOF TO TRUE
                DISPLAY 'NO ERASURE REGISTER, STATUS: '
                        WS-ERASREG-FS ' - ERASED ID CHECK BYPASSED'.
            IF NOT WS-ERASREG-EOF THEN
                DISPLAY '*** ERASURE REGISTER EXCEEDS TABLE '
                        'CAPACITY OF 5000 -- ERASED ID CHECK CANNOT '
                        'BE TRUSTED, RUN ABANDONED ***'
                MOVE 8 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       B460-LOAD-ONE-ERASED-ID.
            READ ERASREG-FILE
              AT END
                  SET WS-ERASREG-EOF TO TRUE
              NOT AT END
                  IF ERG-PERSON-ID IS NUMERIC THEN
                      ADD 1 TO WS-ERASED-COUNT
                      MOVE ERG-PERSON-ID
                        TO WS-ERS-PERSON-ID(WS-ERASED-COUNT).

       B500-PRESCAN-BATCHES.
            OPEN INPUT INFILE.
            PERFORM B510-PRESCAN-ONE-RECORD
              UNTIL WS-EOF.
            CLOSE INFILE.
            MOVE 'N' TO WS-INFILE-FS.
            MOVE ZERO TO WS-CUR-BATCH.
            PERFORM B550-CHECK-ONE-BATCH
              VARYING WS-BATCH-SUB FROM 1 BY 1
              UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
            DISPLAY 'BATCHES FOUND: ' WS-BATCH-COUNT
                    '  BATCHES REJECTED: ' WS-BATCHES-REJECTED.

       B510-PRESCAN-ONE-RECORD.
            READ INFILE INTO INP-RECORD
              AT END
                  SET WS-EOF TO TRUE
              NOT AT END
                  ADD 1 TO WS-PRESCAN-RECORDS
                  PERFORM B520-PRESCAN-CLASSIFY.

       B520-PRESCAN-CLASSIFY.
            IF REC-IS-HEADER THEN
                PERFORM B530-PRESCAN-HEADER
            ELSE
                IF REC-IS-TRAILER THEN
                    IF WS-CUR-BATCH > ZERO THEN
                        PERFORM B540-PRESCAN-TRAILER
                    ELSE
                        CONTINUE
                ELSE
                    IF WS-CUR-BATCH > ZERO THEN
                        ADD 1 TO WS-BAT-RECORD-COUNT(WS-CUR-BATCH).

       B530-PRESCAN-HEADER.
            IF WS-BATCH-COUNT = 50 THEN
                DISPLAY '*** INPUT HOLDS MORE THAN 50 BATCHES -- '
                        'BATCH BALANCING CANNOT BE TRUSTED, RUN '
                        'ABANDONED ***'
                MOVE 8 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            ADD 1 TO WS-BATCH-COUNT.
            MOVE WS-BATCH-COUNT TO WS-CUR-BATCH.
            MOVE HDR-SOURCE-CODE TO WS-LOOKUP-CODE.
            IF WS-LOOKUP-CODE = SPACES THEN
                MOVE WS-DEFAULT-SOURCE TO WS-LOOKUP-CODE.
            PERFORM G100-FIND-SOURCE.
            MOVE WS-LOOKUP-CODE TO WS-BAT-SOURCE-CODE(WS-CUR-BATCH).
            MOVE WS-LOOKUP-SRC  TO WS-BAT-SOURCE-SUB(WS-CUR-BATCH).
            MOVE HDR-RUN-DATE   TO WS-BAT-RUN-DATE(WS-CUR-BATCH).
            MOVE ZERO TO WS-BAT-RECORD-COUNT(WS-CUR-BATCH).
            MOVE ZERO TO WS-BAT-TRAILER-COUNT(WS-CUR-BATCH).
            MOVE 'N'  TO WS-BAT-TRAILER-SW(WS-CUR-BATCH).
            MOVE SPACES TO WS-BAT-REJ-REASON(WS-CUR-BATCH).
            ADD 1 TO WS-SRC-BATCHES(WS-LOOKUP-SRC).
            IF WS-SOURCE-TABLE-LOADED
               AND NOT WS-SOURCE-FOUND THEN
                MOVE WS-REJ-REASON-BAD-SOURCE
                  TO WS-BAT-REJ-REASON(WS-CUR-BATCH).

       B540-PRESCAN-TRAILER.
            SET WS-BAT-TRAILER-SEEN(WS-CUR-BATCH) TO TRUE.
            MOVE TRL-SOURCE-CODE TO WS-LOOKUP-CODE.
            IF WS-LOOKUP-CODE = SPACES THEN
                MOVE WS-DEFAULT-SOURCE TO WS-LOOKUP-CODE.
            IF TRL-RECORD-COUNT IS NUMERIC THEN
                MOVE TRL-RECORD-COUNT
                  TO WS-BAT-TRAILER-COUNT(WS-CUR-BATCH).
            IF WS-BAT-REJ-REASON(WS-CUR-BATCH) = SPACES THEN
                IF TRL-RECORD-COUNT IS NOT NUMERIC
                   OR WS-LOOKUP-CODE NOT =
                      WS-BAT-SOURCE-CODE(WS-CUR-BATCH) THEN
                    MOVE WS-REJ-REASON-BATCH-BALANCE
                      TO WS-BAT-REJ-REASON(WS-CUR-BATCH).
            MOVE ZERO TO WS-CUR-BATCH.

       B550-CHECK-ONE-BATCH.
            IF WS-BAT-REJ-REASON(WS-BATCH-SUB) = SPACES THEN
                IF NOT WS-BAT-TRAILER-SEEN(WS-BATCH-SUB)
                   OR WS-BAT-RECORD-COUNT(WS-BATCH-SUB) NOT =
                      WS-BAT-TRAILER-COUNT(WS-BATCH-SUB) THEN
                    MOVE WS-REJ-REASON-BATCH-BALANCE
                      TO WS-BAT-REJ-REASON(WS-BATCH-SUB).
            DISPLAY 'BATCH ' WS-BATCH-SUB
                    ' SOURCE ' WS-BAT-SOURCE-CODE(WS-BATCH-SUB)
                    ' RUN DATE ' WS-BAT-RUN-DATE(WS-BATCH-SUB)
                    ' RECORDS ' WS-BAT-RECORD-COUNT(WS-BATCH-SUB)
                    ' TRAILER ' WS-BAT-TRAILER-COUNT(WS-BATCH-SUB).
            IF WS-BAT-REJ-REASON(WS-BATCH-SUB) NOT = SPACES THEN
                PERFORM B560-REPORT-REJECTED-BATCH.

       B560-REPORT-REJECTED-BATCH.
            ADD 1 TO WS-BATCHES-REJECTED.
            MOVE WS-BAT-SOURCE-SUB(WS-BATCH-SUB) TO WS-LOOKUP-SRC.
            ADD 1 TO WS-SRC-BATCHES-REJECTED(WS-LOOKUP-SRC).
            IF WS-BAT-REJ-REASON(WS-BATCH-SUB) =
                                        WS-REJ-REASON-BAD-SOURCE THEN
                DISPLAY '*** SOURCE NOT IN FEEDER SOURCE FILE -- '
                        'BATCH REJECTED ***'
            ELSE
                IF NOT WS-BAT-TRAILER-SEEN(WS-BATCH-SUB) THEN
                    DISPLAY '*** TRAILER NOT FOUND -- '
                            'BATCH REJECTED ***'
                ELSE
                    DISPLAY '*** TRAILER COUNT OR SOURCE MISMATCH -- '
                            'BATCH REJECTED ***'.
            IF RETURN-CODE < 4 THEN
                MOVE 4 TO RETURN-CODE.

       B600-LOAD-NAME-REFERENCE.
            OPEN INPUT NAMEREF-FILE.
            IF WS-NAMEREF-FS = '00' THEN
                PERFORM B610-LOAD-ONE-NAME-REFERENCE
                  UNTIL WS-NAMEREF-EOF
                     OR WS-NAMEREF-COUNT = 200
                IF WS-NAMEREF-COUNT = 200
                   AND NOT WS-NAMEREF-EOF THEN
                    READ NAMEREF-FILE
                      AT END
                          SET WS-NAMEREF-EOF TO TRUE
                CLOSE NAMEREF-FILE
                SET WS-NAMEREF-LOADED TO TRUE
                DISPLAY 'TITLE/SUFFIX REFERENCES LOADED: '
                        WS-NAMEREF-COUNT
            ELSE
                SET WS-NAMEREF-EOF TO TRUE
                DISPLAY 'NO NAME REFERENCE FILE, STATUS: '
                        WS-NAMEREF-FS ' - TITLE/SUFFIX CHECK BYPASSED'.
            IF NOT WS-NAMEREF-EOF THEN
                DISPLAY '*** NAME REFERENCE FILE EXCEEDS TABLE '
                        'CAPACITY OF 200 -- RUN ABANDONED ***'
                MOVE 8 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       B610-LOAD-ONE-NAME-REFERENCE.
            READ NAMEREF-FILE
              AT END
                  SET WS-NAMEREF-EOF TO TRUE
              NOT AT END
                  IF (NRF-IS-TITLE OR NRF-IS-SUFFIX)
                     AND NRF-VARIANT NOT = SPACES THEN
                      PERFORM B620-STORE-NAME-REFERENCE.

       B620-STORE-NAME-REFERENCE.
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

       B900-READ-NEXT-RECORD.
            MOVE 'N' TO WS-DATA-READY-SW.
            PERFORM B910-READ-ONE-RECORD
              UNTIL WS-DATA-READY
                 OR WS-EOF.

       B910-READ-ONE-RECORD.
            READ INFILE INTO INP-RECORD
              AT END
                  SET WS-EOF TO TRUE
              NOT AT END
                  PERFORM B920-CLASSIFY-RECORD.

       B920-CLASSIFY-RECORD.
            IF REC-IS-HEADER THEN
                PERFORM B930-START-BATCH
            ELSE
                IF REC-IS-TRAILER THEN
                    MOVE ZERO TO WS-CUR-BATCH
                ELSE
                    PERFORM B950-ACCEPT-DATA-RECORD.

       B930-START-BATCH.
            ADD 1 TO WS-BATCHES-STARTED.
            MOVE WS-BATCHES-STARTED TO WS-CUR-BATCH.
            MOVE WS-BAT-SOURCE-SUB(WS-CUR-BATCH)  TO WS-CUR-SRC.
            MOVE WS-BAT-SOURCE-CODE(WS-CUR-BATCH) TO WS-CUR-SOURCE-CODE.
            MOVE HDR-RUN-DATE TO WS-HEADER-RUN-DATE.
            IF NOT WS-SKIPPING THEN
                DISPLAY 'BATCH RUN DATE: ' WS-HEADER-RUN-DATE
                        '  SOURCE: ' WS-CUR-SOURCE-CODE.

       B950-ACCEPT-DATA-RECORD.
            IF WS-CUR-BATCH = ZERO THEN
                MOVE WS-NO-BATCH-SOURCE TO WS-LOOKUP-CODE
                PERFORM G100-FIND-SOURCE
                MOVE WS-LOOKUP-SRC  TO WS-CUR-SRC
                MOVE WS-LOOKUP-CODE TO WS-CUR-SOURCE-CODE.
            IF NOT WS-SKIPPING THEN
                ADD 1 TO WS-RECORDS-READ WS-SRC-READ(WS-CUR-SRC).
            SET WS-DATA-READY TO TRUE.

       D000-COPY-DISP-DATA.

            IF WS-CUR-BATCH = ZERO THEN
                PERFORM D090-REJECT-OUTSIDE-BATCH
            ELSE
                IF WS-BAT-REJ-REASON(WS-CUR-BATCH) NOT = SPACES THEN
                    PERFORM D095-REJECT-BATCH-RECORD
                ELSE
                    PERFORM D002-APPLY-DATA-RECORD.

            DIVIDE WS-RECORDS-READ BY WS-CHECKPOINT-INTERVAL
              GIVING WS-CP-QUOTIENT REMAINDER WS-CP-REMAINDER.
            MOVE SPACES TO OUT-RECORD.
            PERFORM B900-READ-NEXT-RECORD.

       D002-APPLY-DATA-RECORD.
            PERFORM D005-CHECK-ERASED-ID.
            IF WS-ID-ERASED THEN
                PERFORM D008-DROP-ERASED-RECORD
            ELSE
                IF REC-IS-ADDRESS THEN
                    PERFORM D010-STORE-ADDRESS
                ELSE
                    PERFORM D020-PROCESS-NAME-DETAIL.

       D005-CHECK-ERASED-ID.
            MOVE 'N' TO WS-ERASED-SW.
            MOVE ZERO TO WS-ERASED-LOOKUP-ID.
            IF REC-IS-ADDRESS THEN
                IF ADR-IN-PERSON-ID IS NUMERIC THEN
                    MOVE ADR-IN-PERSON-ID TO WS-ERASED-LOOKUP-ID.
            IF NOT REC-IS-ADDRESS THEN
                IF PERSON-ID OF INP-RECORD IS NUMERIC THEN
                    MOVE PERSON-ID OF INP-RECORD
                      TO WS-ERASED-LOOKUP-ID.
            IF WS-ERASED-COUNT > ZERO
               AND WS-ERASED-LOOKUP-ID NOT = ZERO THEN
                SET WS-ERASED-IDX TO 1
                SEARCH WS-ERASED-ENTRY
                  AT END
                      CONTINUE
                  WHEN WS-ERS-PERSON-ID(WS-ERASED-IDX) =
                                                 WS-ERASED-LOOKUP-ID
                      SET WS-ID-ERASED TO TRUE.

       D008-DROP-ERASED-RECORD.
            DISPLAY 'RECORD FOR ERASED PERSON-ID '
                    WS-ERASED-LOOKUP-ID ' DROPPED'.
            ADD 1 TO WS-RECORDS-DUPLICATE WS-SRC-DUPLICATE(WS-CUR-SRC).
            ADD 1 TO WS-ERASED-DROPPED.
            MOVE WS-AUD-ACTION-ERASED-SKIP TO WS-AUDIT-ACTION.
            MOVE WS-ERASED-LOOKUP-ID TO WS-AUDIT-PERSON-ID.
            MOVE SPACES TO WS-AUDIT-BEFORE.
            MOVE SPACES TO WS-AUDIT-AFTER.
            PERFORM E100-WRITE-AUDIT-RECORD.

       D010-STORE-ADDRESS.
            PERFORM D011-VALIDATE-ADDRESS.
            IF WS-ADDR-REJ-REASON NOT = SPACES THEN
                MOVE WS-ADDR-REJ-REASON        TO REJ-REASON-CODE
                MOVE INP-RECORD                TO REJ-DATA
                WRITE REJECT-RECORD
                ADD 1 TO WS-RECORDS-REJECTED WS-SRC-REJECTED(WS-CUR-SRC)
                MOVE WS-AUD-ACTION-REJECT TO WS-AUDIT-ACTION
                MOVE ADR-IN-PERSON-ID TO WS-AUDIT-PERSON-ID
                MOVE INP-RECORD       TO WS-AUDIT-BEFORE
                MOVE SPACES           TO WS-AUDIT-AFTER
                PERFORM E100-WRITE-AUDIT-RECORD
            ELSE
                IF WS-MERGE-COUNT > ZERO THEN
                    PERFORM D017-REDIRECT-MERGED-ADDRESS.
            IF WS-ADDR-REJ-REASON = SPACES THEN
                MOVE SPACES            TO WS-ADDR-BEFORE-IMAGE
                MOVE SPACES            TO ADDR-RECORD
                MOVE ADR-IN-PERSON-ID  TO ADR-PERSON-ID
                MOVE ADR-IN-CITY       TO ADR-CITY
                MOVE ADR-IN-STATE      TO ADR-STATE
                MOVE ADR-IN-POSTAL-CODE TO ADR-POSTAL-CODE
                MOVE WS-CUR-SOURCE-CODE TO ADR-SOURCE-SYSTEM
                WRITE ADDR-RECORD
                  INVALID KEY
                      PERFORM D012-REPLACE-ADDRESS
                  NOT INVALID KEY
                      ADD 1 TO WS-ADDRS-STORED
                               WS-SRC-ADDR-STORED(WS-CUR-SRC)
                      PERFORM D015-AUDIT-ADDRESS.

       D011-VALIDATE-ADDRESS.
            READ ADDR-FILE
              INVALID KEY
                  CONTINUE.
            MOVE 'E' TO WS-PRECEDENCE-SW.
            IF WS-ADDRFILE-FS = '00' THEN
                MOVE ADR-SOURCE-SYSTEM TO WS-LOOKUP-CODE
                PERFORM D072-COMPARE-PRECEDENCE.
            IF WS-OLD-SOURCE-WINS THEN
                PERFORM D019-SUPPRESS-LOWER-ADDRESS
            ELSE
                PERFORM D018-REWRITE-ADDRESS.

       D018-REWRITE-ADDRESS.
            IF WS-ADDRFILE-FS = '00' THEN
                MOVE ADDR-RECORD TO WS-ADDR-BEFORE-IMAGE
                PERFORM D016-WRITE-ADDRESS-HISTORY
            REWRITE ADDR-RECORD.
            IF WS-ADDRFILE-FS = '00' THEN
                ADD 1 TO WS-ADDRS-REPLACED
                         WS-SRC-ADDR-REPLACED(WS-CUR-SRC)
                PERFORM D015-AUDIT-ADDRESS
            ELSE
                DISPLAY '*** ADDRFILE REWRITE ERROR, '
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.

       D019-SUPPRESS-LOWER-ADDRESS.
            DISPLAY 'ADDRESS FOR ' ADR-PERSON-ID ' FROM SOURCE '
                    WS-CUR-SOURCE-CODE ' KEPT FROM MORE TRUSTED '
                    'SOURCE ' WS-LOOKUP-CODE.
            MOVE WS-DUP-REASON-PRECEDENCE TO DUP-REASON-CODE.
            MOVE WS-ADDR-NEW-IMAGE        TO DUP-DATA.
            WRITE DUPLICATE-RECORD.
            ADD 1 TO WS-RECORDS-DUPLICATE WS-SRC-DUPLICATE(WS-CUR-SRC).
            MOVE WS-AUD-ACTION-DUP-SUPPRESS TO WS-AUDIT-ACTION.
            MOVE ADR-PERSON-ID     TO WS-AUDIT-PERSON-ID.
            MOVE WS-ADDR-NEW-IMAGE TO WS-AUDIT-BEFORE.
            MOVE SPACES            TO WS-AUDIT-AFTER.
            PERFORM E100-WRITE-AUDIT-RECORD.

       D013-CHECK-STATE-CODE.
            IF WS-STATE-COUNT > ZERO THEN
                SET WS-STATE-IDX TO 1
            WRITE ADRHIST-RECORD.
            ADD 1 TO WS-ADDR-HIST-COUNT.

       D017-REDIRECT-MERGED-ADDRESS.
            MOVE ADR-IN-PERSON-ID TO WS-RESOLVE-ID.
            PERFORM F000-RESOLVE-MERGED-ID.
            IF WS-RESOLVE-ID NOT = ADR-IN-PERSON-ID THEN
                DISPLAY 'ADDRESS FOR RETIRED ID ' ADR-IN-PERSON-ID
                        ' STORED UNDER ' WS-RESOLVE-ID
                ADD 1 TO WS-ADDRS-REDIRECTED
                MOVE WS-RESOLVE-ID TO ADR-IN-PERSON-ID.

       D020-PROCESS-NAME-DETAIL.

            MOVE CORRESPONDING INP-RECORD TO OUT-RECORD.
            DISPLAY 'SUFFIX:' SUFFIX OF OUT-RECORD.

            PERFORM C000-VALIDATE-NAME-DATA.
            IF WS-RECORD-VALID THEN
                PERFORM C100-STANDARDIZE-NAME-DATA.
            IF WS-RECORD-VALID THEN
                PERFORM D050-CHECK-DUPLICATE-MASTER
                IF WS-MERGE-COUNT > ZERO
                   AND NOT WS-DUPLICATE-FOUND THEN
                    PERFORM D055-CHECK-RETIRED-ID.
            IF WS-RECORD-VALID THEN
                IF WS-DUPLICATE-FOUND THEN
                    MOVE OUT-RECORD           TO DUP-DATA
                    WRITE DUPLICATE-RECORD
                    ADD 1 TO WS-RECORDS-DUPLICATE
                             WS-SRC-DUPLICATE(WS-CUR-SRC)
                    MOVE WS-AUD-ACTION-DUP-SUPPRESS
                      TO WS-AUDIT-ACTION
                    PERFORM D080-AUDIT-SUPPRESSED
                    MOVE OUT-RECORD TO OUTPUT-RECORD
                    MOVE WS-HEADER-RUN-DATE
                      TO LAST-ACTIVITY-DATE OF OUTPUT-RECORD
                    MOVE WS-CUR-SOURCE-CODE
                      TO SOURCE-SYSTEM OF OUTPUT-RECORD
                    PERFORM D040-WRITE-OUTPUT-RECORD
            ELSE
                MOVE WS-NAME-REJ-REASON      TO REJ-REASON-CODE
                MOVE OUT-RECORD              TO REJ-DATA
                WRITE REJECT-RECORD
                ADD 1 TO WS-RECORDS-REJECTED WS-SRC-REJECTED(WS-CUR-SRC)
                MOVE WS-AUD-ACTION-REJECT TO WS-AUDIT-ACTION
                PERFORM D080-AUDIT-SUPPRESSED.

            IF WS-ID-WAS-ASSIGNED THEN
                PERFORM D048-RETRY-ASSIGNED-WRITE
            ELSE
                PERFORM D070-CHECK-SOURCE-PRECEDENCE.

       D048-RETRY-ASSIGNED-WRITE.
            PERFORM D049-RETRY-ONE-ID
                  CONTINUE.

       D060-COUNT-GOOD-WRITE.
            ADD 1 TO WS-RECORDS-WRITTEN WS-SRC-WRITTEN(WS-CUR-SRC).
            IF WS-ID-WAS-ASSIGNED THEN
                PERFORM D065-WRITE-XREF-LINE.
            MOVE WS-AUD-ACTION-WRITE TO WS-AUDIT-ACTION.
            MOVE SUFFIX OF OUT-RECORD       TO XRF-SUFFIX.
            WRITE XREF-LINE FROM WS-XREF-DETAIL.

       D070-CHECK-SOURCE-PRECEDENCE.
            MOVE OUTPUT-RECORD TO WS-NEW-OUTPUT-IMAGE.
            READ OUTFILE
              INVALID KEY
                  CONTINUE.
            MOVE 'E' TO WS-PRECEDENCE-SW.
            IF WS-OUTFILE-FS = '00' THEN
                MOVE SOURCE-SYSTEM OF OUTPUT-RECORD TO WS-LOOKUP-CODE
                PERFORM D072-COMPARE-PRECEDENCE.
            IF WS-NEW-SOURCE-WINS THEN
                PERFORM D074-SUPERSEDE-EXISTING-PERSON
            ELSE
                IF WS-OLD-SOURCE-WINS THEN
                    PERFORM D076-SUPPRESS-LOWER-SOURCE
                ELSE
                    PERFORM D078-REJECT-DUP-KEY.

       D072-COMPARE-PRECEDENCE.
            MOVE ZERO TO WS-EXIST-SRC.
            IF WS-LOOKUP-CODE NOT = SPACES
               AND WS-LOOKUP-CODE NOT = WS-CUR-SOURCE-CODE THEN
                PERFORM G150-LOOK-UP-SOURCE
                IF WS-SOURCE-FOUND THEN
                    MOVE WS-LOOKUP-SRC TO WS-EXIST-SRC.
            IF WS-EXIST-SRC > ZERO THEN
                IF WS-SRC-PRECEDENCE(WS-CUR-SRC) <
                   WS-SRC-PRECEDENCE(WS-EXIST-SRC) THEN
                    SET WS-NEW-SOURCE-WINS TO TRUE
                ELSE
                    IF WS-SRC-PRECEDENCE(WS-CUR-SRC) >
                       WS-SRC-PRECEDENCE(WS-EXIST-SRC) THEN
                        SET WS-OLD-SOURCE-WINS TO TRUE.

       D074-SUPERSEDE-EXISTING-PERSON.
            DISPLAY 'PERSON-ID ' PERSON-ID OF OUTPUT-RECORD
                    ' FROM SOURCE ' WS-LOOKUP-CODE
                    ' SUPERSEDED BY SOURCE ' WS-CUR-SOURCE-CODE.
            MOVE WS-DUP-REASON-PRECEDENCE TO DUP-REASON-CODE.
            MOVE OUTPUT-RECORD            TO DUP-DATA.
            WRITE DUPLICATE-RECORD.
            MOVE OUTPUT-RECORD       TO WS-AUDIT-BEFORE.
            MOVE WS-NEW-OUTPUT-IMAGE TO OUTPUT-RECORD.
            REWRITE OUTPUT-RECORD.
            IF WS-OUTFILE-FS NOT = '00' THEN
                DISPLAY '*** OUTFILE REWRITE ERROR, '
                        'FILE STATUS: ' WS-OUTFILE-FS
                MOVE 16 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            ADD 1 TO WS-RECORDS-DUPLICATE
                     WS-SRC-DUPLICATE(WS-EXIST-SRC).
            SUBTRACT 1 FROM WS-SRC-WRITTEN(WS-EXIST-SRC).
            ADD 1 TO WS-SRC-WRITTEN(WS-CUR-SRC).
            MOVE WS-AUD-ACTION-SOURCE-REPLACE TO WS-AUDIT-ACTION.
            MOVE PERSON-ID OF OUTPUT-RECORD TO WS-AUDIT-PERSON-ID.
            MOVE OUTPUT-RECORD TO WS-AUDIT-AFTER.
            PERFORM E100-WRITE-AUDIT-RECORD.

       D076-SUPPRESS-LOWER-SOURCE.
            DISPLAY 'PERSON-ID ' PERSON-ID OF OUT-RECORD
                    ' FROM SOURCE ' WS-CUR-SOURCE-CODE
                    ' KEPT FROM MORE TRUSTED SOURCE ' WS-LOOKUP-CODE.
            MOVE WS-DUP-REASON-PRECEDENCE TO DUP-REASON-CODE.
            MOVE OUT-RECORD               TO DUP-DATA.
            WRITE DUPLICATE-RECORD.
            ADD 1 TO WS-RECORDS-DUPLICATE WS-SRC-DUPLICATE(WS-CUR-SRC).
            MOVE WS-AUD-ACTION-DUP-SUPPRESS TO WS-AUDIT-ACTION.
            PERFORM D080-AUDIT-SUPPRESSED.

       D078-REJECT-DUP-KEY.
            MOVE WS-REJ-REASON-DUP-KEY TO REJ-REASON-CODE.
            MOVE OUT-RECORD TO REJ-DATA.
            WRITE REJECT-RECORD.
            ADD 1 TO WS-RECORDS-REJECTED WS-SRC-REJECTED(WS-CUR-SRC).
            MOVE WS-AUD-ACTION-REJECT TO WS-AUDIT-ACTION.
            PERFORM D080-AUDIT-SUPPRESSED.

       D080-AUDIT-SUPPRESSED.
            MOVE PERSON-ID OF OUT-RECORD TO WS-AUDIT-PERSON-ID.
            MOVE OUT-RECORD TO WS-AUDIT-BEFORE.
            MOVE SPACES     TO WS-AUDIT-AFTER.
            PERFORM E100-WRITE-AUDIT-RECORD.

       D090-REJECT-OUTSIDE-BATCH.
            DISPLAY 'WARNING: RECORD OUTSIDE A HEADER/TRAILER BATCH'.
            MOVE WS-REJ-REASON-BAD-HEADER TO REJ-REASON-CODE.
            PERFORM D097-WRITE-BATCH-REJECT.

       D095-REJECT-BATCH-RECORD.
            MOVE WS-BAT-REJ-REASON(WS-CUR-BATCH) TO REJ-REASON-CODE.
            PERFORM D097-WRITE-BATCH-REJECT.

       D097-WRITE-BATCH-REJECT.
            MOVE INP-RECORD TO REJ-DATA.
            WRITE REJECT-RECORD.
            ADD 1 TO WS-RECORDS-REJECTED WS-SRC-REJECTED(WS-CUR-SRC).
            MOVE WS-AUD-ACTION-REJECT TO WS-AUDIT-ACTION.
            MOVE ZERO                 TO WS-AUDIT-PERSON-ID.
            IF REC-IS-ADDRESS THEN
                IF ADR-IN-PERSON-ID IS NUMERIC THEN
                    MOVE ADR-IN-PERSON-ID TO WS-AUDIT-PERSON-ID.
            IF REC-IS-DETAIL THEN
                IF PERSON-ID OF INP-RECORD IS NUMERIC THEN
                    MOVE PERSON-ID OF INP-RECORD TO WS-AUDIT-PERSON-ID.
            MOVE INP-RECORD           TO WS-AUDIT-BEFORE.
            MOVE SPACES               TO WS-AUDIT-AFTER.
            PERFORM E100-WRITE-AUDIT-RECORD.

       D050-CHECK-DUPLICATE-MASTER.
            SET WS-DUP-SW TO 'N'.
            IF WS-MASTER-COUNT > ZERO THEN
                   AND WS-MAST-MIDDLE-NAME(WS-MASTER-IDX) =
                                           MIDDLE-NAME OF OUT-RECORD
                      SET WS-DUPLICATE-FOUND TO TRUE.
            MOVE WS-DUP-REASON-MASTER TO DUP-REASON-CODE.

       D055-CHECK-RETIRED-ID.
            IF PERSON-ID OF OUT-RECORD NOT = ZERO THEN
                MOVE PERSON-ID OF OUT-RECORD TO WS-RESOLVE-ID
                PERFORM F000-RESOLVE-MERGED-ID
                IF WS-RESOLVE-ID NOT = PERSON-ID OF OUT-RECORD THEN
                    DISPLAY 'PERSON-ID ' PERSON-ID OF OUT-RECORD
                            ' RETIRED BY MERGE INTO ' WS-RESOLVE-ID
                    SET WS-DUPLICATE-FOUND TO TRUE
                    MOVE WS-DUP-REASON-MERGED TO DUP-REASON-CODE.

       F000-RESOLVE-MERGED-ID.
            MOVE 'N' TO WS-MERGE-END-SW.
            MOVE ZERO TO WS-MERGE-HOPS.
            PERFORM F100-FOLLOW-ONE-MERGE
              UNTIL WS-MERGE-END
                 OR WS-MERGE-HOPS > 50.

       F100-FOLLOW-ONE-MERGE.
            SET WS-MERGE-IDX TO 1.
            SEARCH WS-MERGE-ENTRY
              AT END
                  SET WS-MERGE-END TO TRUE
              WHEN WS-MXT-RETIRED-ID(WS-MERGE-IDX) = WS-RESOLVE-ID
                  MOVE WS-MXT-SURVIVOR-ID(WS-MERGE-IDX)
                    TO WS-RESOLVE-ID
                  ADD 1 TO WS-MERGE-HOPS.

       E100-WRITE-AUDIT-RECORD.
            MOVE SPACES              TO AUDIT-RECORD.
            MOVE WS-AUDIT-PERSON-ID  TO AUD-PERSON-ID.
            MOVE WS-AUDIT-BEFORE     TO AUD-BEFORE-IMAGE.
            MOVE WS-AUDIT-AFTER      TO AUD-AFTER-IMAGE.
            IF AUD-BEFORE-IMAGE NOT = SPACES
               AND AUD-BEFORE-IMAGE(73:3) = SPACES THEN
                MOVE WS-CUR-SOURCE-CODE TO AUD-BEFORE-IMAGE(73:3).
            IF AUD-AFTER-IMAGE NOT = SPACES
               AND AUD-AFTER-IMAGE(73:3) = SPACES THEN
                MOVE WS-CUR-SOURCE-CODE TO AUD-AFTER-IMAGE(73:3).
            WRITE AUDIT-RECORD.

       E000-WRITE-CHECKPOINT.
            ELSE
                MOVE WS-NEXT-AVAIL-ID TO RESTART-NEXT-ID.
            WRITE RESTART-RECORD.
            PERFORM E010-WRITE-SOURCE-CHECKPOINT
              VARYING WS-SRC-SUB FROM 1 BY 1
              UNTIL WS-SRC-SUB > WS-SOURCE-COUNT.
            CLOSE RESTART-FILE.

       E010-WRITE-SOURCE-CHECKPOINT.
            MOVE WS-SRC-CODE(WS-SRC-SUB)      TO RSS-SOURCE-CODE.
            MOVE WS-SRC-READ(WS-SRC-SUB)      TO RSS-READ.
            MOVE WS-SRC-WRITTEN(WS-SRC-SUB)   TO RSS-WRITTEN.
            MOVE WS-SRC-REJECTED(WS-SRC-SUB)  TO RSS-REJECTED.
            MOVE WS-SRC-DUPLICATE(WS-SRC-SUB) TO RSS-DUPLICATE.
            MOVE WS-SRC-ADDR-STORED(WS-SRC-SUB)
              TO RSS-ADDR-STORED.
            MOVE WS-SRC-ADDR-REPLACED(WS-SRC-SUB)
              TO RSS-ADDR-REPLACED.
            WRITE RESTART-SOURCE-RECORD.

       G100-FIND-SOURCE.
            PERFORM G150-LOOK-UP-SOURCE.
            IF NOT WS-SOURCE-FOUND THEN
                PERFORM G120-ADD-SOURCE.

       G120-ADD-SOURCE.
            IF WS-SOURCE-COUNT = 20 THEN
                DISPLAY '*** MORE THAN 20 FEEDER SOURCES -- SOURCE '
                        'TOTALS CANNOT BE TRUSTED, RUN ABANDONED ***'
                MOVE 8 TO RETURN-CODE
                PERFORM Z999-END-PROGRAM.
            ADD 1 TO WS-SOURCE-COUNT.
            INITIALIZE WS-SOURCE-ENTRY(WS-SOURCE-COUNT).
            MOVE WS-LOOKUP-CODE TO WS-SRC-CODE(WS-SOURCE-COUNT).
            MOVE 99             TO WS-SRC-PRECEDENCE(WS-SOURCE-COUNT).
            MOVE WS-SOURCE-COUNT TO WS-LOOKUP-SRC.

       G150-LOOK-UP-SOURCE.
            MOVE 'N' TO WS-SOURCE-FOUND-SW.
            IF WS-SOURCE-COUNT > ZERO THEN
                SET WS-SOURCE-IDX TO 1
                SEARCH WS-SOURCE-ENTRY
                  AT END
                      CONTINUE
                  WHEN WS-SRC-CODE(WS-SOURCE-IDX) = WS-LOOKUP-CODE
                      SET WS-LOOKUP-SRC TO WS-SOURCE-IDX
                      SET WS-SOURCE-FOUND TO TRUE.

       G200-LOOK-UP-NAME-REFERENCE.
            MOVE 'N' TO WS-NAMEREF-FOUND-SW.
            IF WS-NAMEREF-COUNT > ZERO THEN
                SET WS-NAMEREF-IDX TO 1
                SEARCH WS-NAMEREF-ENTRY
                  AT END
                      CONTINUE
                  WHEN WS-NRT-TYPE(WS-NAMEREF-IDX) = WS-NRF-LOOKUP-TYPE
                   AND (WS-NRT-VARIANT(WS-NAMEREF-IDX) =
                                               WS-NRF-LOOKUP-VALUE
                    OR WS-NRT-STANDARD(WS-NAMEREF-IDX) =
                                               WS-NRF-LOOKUP-VALUE)
                      SET WS-NAMEREF-FOUND TO TRUE.

       C000-VALIDATE-NAME-DATA.
            SET WS-RECORD-VALID TO TRUE.
            IF FIRST-NAME OF OUT-RECORD = SPACES
               AND LAST-NAME OF OUT-RECORD = SPACES THEN
                MOVE WS-REJ-REASON-BLANK-NAME TO WS-NAME-REJ-REASON
                SET WS-RECORD-INVALID TO TRUE.

       C100-STANDARDIZE-NAME-DATA.
            MOVE OUT-RECORD TO WS-NAME-AS-RECEIVED.
            INSPECT NAME-TITLE  OF OUT-RECORD
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            INSPECT FIRST-NAME  OF OUT-RECORD
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            INSPECT MIDDLE-NAME OF OUT-RECORD
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            INSPECT LAST-NAME   OF OUT-RECORD
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            INSPECT SUFFIX      OF OUT-RECORD
                    CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            IF WS-NAMEREF-LOADED THEN
                PERFORM C110-STANDARDIZE-TITLE
                IF WS-RECORD-VALID THEN
                    PERFORM C120-STANDARDIZE-SUFFIX.
            IF WS-RECORD-INVALID THEN
                MOVE WS-NAME-AS-RECEIVED TO OUT-RECORD
            ELSE
                IF OUT-RECORD NOT = WS-NAME-AS-RECEIVED THEN
                    ADD 1 TO WS-NAMES-STANDARDIZED.

       C110-STANDARDIZE-TITLE.
            IF NAME-TITLE OF OUT-RECORD NOT = SPACES THEN
                MOVE 'T' TO WS-NRF-LOOKUP-TYPE
                MOVE NAME-TITLE OF OUT-RECORD TO WS-NRF-LOOKUP-VALUE
                PERFORM G200-LOOK-UP-NAME-REFERENCE
                IF WS-NAMEREF-FOUND THEN
                    MOVE WS-NRT-STANDARD(WS-NAMEREF-IDX)
                      TO NAME-TITLE OF OUT-RECORD
                ELSE
                    MOVE WS-REJ-REASON-BAD-TITLE TO WS-NAME-REJ-REASON
                    SET WS-RECORD-INVALID TO TRUE.

       C120-STANDARDIZE-SUFFIX.
            IF SUFFIX OF OUT-RECORD NOT = SPACES THEN
                MOVE 'S' TO WS-NRF-LOOKUP-TYPE
                MOVE SUFFIX OF OUT-RECORD TO WS-NRF-LOOKUP-VALUE
                PERFORM G200-LOOK-UP-NAME-REFERENCE
                IF WS-NAMEREF-FOUND THEN
                    MOVE WS-NRT-STANDARD(WS-NAMEREF-IDX)
                      TO SUFFIX OF OUT-RECORD
                ELSE
                    MOVE WS-REJ-REASON-BAD-SUFFIX
                      TO WS-NAME-REJ-REASON
                    SET WS-RECORD-INVALID TO TRUE.

       Y100-CLAIM-FILE-LOCK.
            ACCEPT WS-LOCK-SYS-DATE FROM DATE.
            MOVE WS-LOCK-SYS-DATE TO WS-LKD-YYMMDD.
            DISPLAY 'ADDRESSES STORED: ' WS-ADDRS-STORED
                    '  ADDRESSES REPLACED: ' WS-ADDRS-REPLACED
                    '  HISTORY WRITTEN: ' WS-ADDR-HIST-COUNT.
            DISPLAY 'ADDRESSES REDIRECTED BY MERGE: '
                    WS-ADDRS-REDIRECTED.
            DISPLAY 'RECORDS DROPPED FOR ERASED IDS: '
                    WS-ERASED-DROPPED
                    ' (INCLUDED IN RECORDS DUPLICATE)'.
            DISPLAY 'NAMES STANDARDIZED: ' WS-NAMES-STANDARDIZED.
            DISPLAY 'PERSON-IDS ASSIGNED: ' WS-IDS-ASSIGNED
                    '  NEXT AVAILABLE ID: ' WS-NEXT-AVAIL-ID.
            PERFORM Z700-VERIFY-BATCHES.
            PERFORM Z750-DISPLAY-SOURCE-TOTALS
              VARYING WS-SRC-SUB FROM 1 BY 1
              UNTIL WS-SRC-SUB > WS-SOURCE-COUNT.
            PERFORM Z800-WRITE-RUN-LOG.
            PERFORM Z850-SAVE-NEXT-ID.
            PERFORM Y900-RELEASE-FILE-LOCK.
            DISPLAY 'COPYNAME EXECUTION ENDS'
            STOP RUN.

       Z700-VERIFY-BATCHES.
            IF WS-BATCH-COUNT = ZERO THEN
                DISPLAY '*** NO HEADER RECORD - COUNT NOT VERIFIED ***'
                IF RETURN-CODE < 4 THEN
                    MOVE 4 TO RETURN-CODE.
            IF WS-BATCH-COUNT > ZERO
               AND WS-BATCHES-REJECTED = ZERO THEN
                DISPLAY 'TRAILER RECORD COUNTS VERIFIED OK FOR '
                        WS-BATCH-COUNT ' BATCHES'
                SET WS-TRAILER-VERIFIED TO TRUE.
            IF WS-BATCHES-REJECTED > ZERO THEN
                DISPLAY '*** BATCHES REJECTED: ' WS-BATCHES-REJECTED
                        ' OF ' WS-BATCH-COUNT ' ***'
                IF RETURN-CODE < 4 THEN
                    MOVE 4 TO RETURN-CODE.

       Z750-DISPLAY-SOURCE-TOTALS.
            IF WS-SRC-BATCHES(WS-SRC-SUB) > ZERO
               OR WS-SRC-READ(WS-SRC-SUB) > ZERO THEN
                DISPLAY 'SOURCE ' WS-SRC-CODE(WS-SRC-SUB)
                        '  BATCHES: ' WS-SRC-BATCHES(WS-SRC-SUB)
                        '  REJECTED BATCHES: '
                        WS-SRC-BATCHES-REJECTED(WS-SRC-SUB)
                DISPLAY '  READ: ' WS-SRC-READ(WS-SRC-SUB)
                        '  WRITTEN: ' WS-SRC-WRITTEN(WS-SRC-SUB)
                        '  REJECTED: ' WS-SRC-REJECTED(WS-SRC-SUB)
                        '  DUPLICATE: ' WS-SRC-DUPLICATE(WS-SRC-SUB)
                        '  ADDR STORED: '
                        WS-SRC-ADDR-STORED(WS-SRC-SUB)
                        '  ADDR REPLACED: '
                        WS-SRC-ADDR-REPLACED(WS-SRC-SUB).

       Z800-WRITE-RUN-LOG.
            OPEN EXTEND RUNLOG-FILE.
            MOVE RETURN-CODE          TO RUN-LOG-RETURN-CODE.
            MOVE WS-ADDRS-STORED      TO RUN-LOG-ADDR-STORED.
            MOVE WS-ADDRS-REPLACED    TO RUN-LOG-ADDR-REPLACED.
            MOVE WS-BATCH-COUNT       TO RUN-LOG-BATCHES.
            MOVE WS-BATCHES-REJECTED  TO RUN-LOG-BATCHES-REJECTED.
            WRITE RUNLOG-RECORD.
            PERFORM Z810-WRITE-SOURCE-RUN-LOG
              VARYING WS-SRC-SUB FROM 1 BY 1
              UNTIL WS-SRC-SUB > WS-SOURCE-COUNT.
            CLOSE RUNLOG-FILE.

       Z810-WRITE-SOURCE-RUN-LOG.
            IF WS-SRC-BATCHES(WS-SRC-SUB) > ZERO
               OR WS-SRC-READ(WS-SRC-SUB) > ZERO THEN
                PERFORM Z820-WRITE-SOURCE-LINE.

       Z820-WRITE-SOURCE-LINE.
            MOVE SPACES               TO RUNLOG-RECORD.
            MOVE WS-HEADER-RUN-DATE   TO RUN-LOG-DATE.
            MOVE WS-SRC-READ(WS-SRC-SUB)      TO RUN-LOG-READ.
            MOVE WS-SRC-WRITTEN(WS-SRC-SUB)   TO RUN-LOG-WRITTEN.
            MOVE WS-SRC-REJECTED(WS-SRC-SUB)  TO RUN-LOG-REJECTED.
            MOVE WS-SRC-DUPLICATE(WS-SRC-SUB) TO RUN-LOG-DUPLICATE.
            MOVE 'N'                  TO RUN-LOG-TRAILER-OK.
            IF WS-SRC-BATCHES(WS-SRC-SUB) > ZERO
               AND WS-SRC-BATCHES-REJECTED(WS-SRC-SUB) = ZERO THEN
                MOVE 'Y'              TO RUN-LOG-TRAILER-OK.
            MOVE RETURN-CODE          TO RUN-LOG-RETURN-CODE.
            MOVE WS-SRC-ADDR-STORED(WS-SRC-SUB)
              TO RUN-LOG-ADDR-STORED.
            MOVE WS-SRC-ADDR-REPLACED(WS-SRC-SUB)
              TO RUN-LOG-ADDR-REPLACED.
            MOVE 'S'                  TO RUN-LOG-LINE-TYPE.
            MOVE WS-SRC-CODE(WS-SRC-SUB)    TO RUN-LOG-SOURCE-CODE.
            MOVE WS-SRC-BATCHES(WS-SRC-SUB) TO RUN-LOG-BATCHES.
            MOVE WS-SRC-BATCHES-REJECTED(WS-SRC-SUB)
              TO RUN-LOG-BATCHES-REJECTED.
            WRITE RUNLOG-RECORD.

       Z850-SAVE-NEXT-ID.
            OPEN OUTPUT NEXTID-FILE.
            IF WS-ID-RANGE-EXHAUSTED THEN
