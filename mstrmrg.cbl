          SELECT OUTFILE  ASSIGN TO OUTFILE
                          ORGANIZATION INDEXED
                          ACCESS MODE SEQUENTIAL
                          RECORD KEY IS PERSON-ID OF OUTPUT-RECORD
                          ALTERNATE KEY IS LAST-NAME OF OUTPUT-RECORD
                          WITH DUPLICATES.
          SELECT NEWMAST  ASSIGN TO NEWMASTF SEQUENTIAL.
          SELECT MRGFILE  ASSIGN TO MRGFILE.

