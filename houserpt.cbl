          SELECT OUTFILE  ASSIGN TO OUTFILE
                          ORGANIZATION INDEXED
                          ACCESS MODE SEQUENTIAL
                          RECORD KEY IS PERSON-ID OF OUTPUT-RECORD
                          ALTERNATE KEY IS LAST-NAME OF OUTPUT-RECORD
                          WITH DUPLICATES.
          SELECT PRTFILE  ASSIGN TO PRTFILE SEQUENTIAL.
          SELECT SRTFILE  ASSIGN TO SRTFILE.
          SELECT ADDR-FILE ASSIGN TO ADDRFILE
