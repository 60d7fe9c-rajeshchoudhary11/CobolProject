       FILE-CONTROL.
          SELECT OUTFILE  ASSIGN TO OUTFILE
                          ORGANIZATION INDEXED
                          ACCESS MODE DYNAMIC
                          RECORD KEY IS PERSON-ID OF OUTPUT-RECORD
                          ALTERNATE KEY IS LAST-NAME OF OUTPUT-RECORD
                          WITH DUPLICATES.
          SELECT PRTFILE  ASSIGN TO PRTFILE SEQUENTIAL.
          SELECT SRTFILE  ASSIGN TO SRTFILE.
          SELECT PARMFILE ASSIGN TO PARMFILE SEQUENTIAL
       01 WS-PARM-EOF-SW                    PIC X(01) VALUE 'N'.
         88 WS-PARM-EOF                              VALUE 'Y'.

       01 WS-NAME-KEY-SW                    PIC X(01) VALUE 'N'.
         88 WS-READ-BY-NAME                          VALUE 'Y'.

       01 WS-SELECT-SW                      PIC X(01) VALUE 'Y'.
         88 WS-RECORD-SELECTED                       VALUE 'Y'.
         88 WS-RECORD-BYPASSED                       VALUE 'N'.

       B500-SELECT-RECORDS.
            OPEN INPUT OUTFILE.
            IF PRM-LAST-NAME-FROM NOT = SPACES
               OR WS-TO-PREFIX-LEN > ZERO THEN
                PERFORM B505-START-AT-NAME.
            PERFORM B510-SELECT-ONE-RECORD UNTIL WS-OUT-EOF.
            CLOSE OUTFILE.
            DISPLAY 'RECORDS SELECTED: ' WS-RECORDS-SELECTED
                    '  RECORDS BYPASSED: ' WS-RECORDS-BYPASSED.

       B505-START-AT-NAME.
            SET WS-READ-BY-NAME TO TRUE.
            MOVE PRM-LAST-NAME-FROM TO LAST-NAME OF OUTPUT-RECORD.
            START OUTFILE KEY NOT LESS THAN
                          LAST-NAME OF OUTPUT-RECORD
              INVALID KEY
                  SET WS-OUT-EOF TO TRUE.

       B510-SELECT-ONE-RECORD.
            READ OUTFILE NEXT RECORD
              AT END
                  SET WS-OUT-EOF TO TRUE
              NOT AT END
                  PERFORM B515-CHECK-END-OF-RANGE
                  IF NOT WS-OUT-EOF THEN
                      PERFORM B520-CHECK-SELECTION
                      IF WS-RECORD-SELECTED THEN
                          ADD 1 TO WS-RECORDS-SELECTED
                          RELEASE SRT-RECORD FROM OUTPUT-RECORD
                      ELSE
                          ADD 1 TO WS-RECORDS-BYPASSED.

       B515-CHECK-END-OF-RANGE.
            IF WS-READ-BY-NAME AND WS-TO-PREFIX-LEN > ZERO THEN
                IF LAST-NAME OF OUTPUT-RECORD(1:WS-TO-PREFIX-LEN) >
                       PRM-LAST-NAME-TO(1:WS-TO-PREFIX-LEN) THEN
                    SET WS-OUT-EOF TO TRUE.

       B520-CHECK-SELECTION.
            SET WS-RECORD-SELECTED TO TRUE.
