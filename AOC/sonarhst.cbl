              RECORD KEY IS HIS-KEY
              FILE STATUS IS WS-HISTORY-FS.

              SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCK-FS.

              SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARMFILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-FS.
       FD HISTORY-FILE.
           COPY SONARHIS.

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-LINE PIC X(106).

       FD PARM-FILE.
       01 PARM-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
           COPY SONARPRM.
           COPY SONARLKW.

       01 WS-DETAIL-DSN PIC X(100) VALUE SPACES.
       01 WS-DETAIL-FS PIC X(2) VALUE SPACES.
               MOVE WS-AS-OF-DATE-IN TO WS-RUN-DATE
           END-IF.

           MOVE "SONARHST" TO WS-LOCK-PROGRAM.
           MOVE WS-RUN-DATE TO WS-LOCK-RUN-DATE.
           PERFORM ACQUIRE-RUN-LOCK.

           OPEN I-O HISTORY-FILE.
           IF WS-HISTORY-FS = "35"
               OPEN OUTPUT HISTORY-FILE
           IF WS-HISTORY-FS NOT = "00"
               DISPLAY "ERROR: UNABLE TO OPEN HISTORY MASTER (STATUS "
                   WS-HISTORY-FS "): " WS-HISTORY-DSN
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               DISPLAY "ERROR: UNABLE TO OPEN DETAIL FILE (STATUS "
                   WS-DETAIL-FS "): " WS-DETAIL-DSN
               CLOSE HISTORY-FILE
               PERFORM RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM RELEASE-RUN-LOCK.

           STOP RUN.

       LOAD-ONE-READING.
               END-WRITE
           END-IF.

           COPY SONARLKP.

           COPY SONARPRP.
