              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RPT-FS.

              SELECT RUN-LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOCK-FS.

              SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARMFILE-DSN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PARMFILE-FS.
       FD OPEN-REPORT-FILE.
       01 OPEN-REPORT-RECORD PIC X(132).

       FD RUN-LOCK-FILE.
       01 RUN-LOCK-LINE PIC X(106).

       FD PARM-FILE.
       01 PARM-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
           COPY SONARPRM.
           COPY SONARLKW.

       01 WS-ALERT-DSN PIC X(100) VALUE SPACES.
       01 WS-ALERT-FS PIC X(2) VALUE SPACES.
               MOVE WS-AS-OF-DATE-IN TO WS-RUN-DATE
           END-IF.

           MOVE "ALERTMGR" TO WS-LOCK-PROGRAM.
           MOVE WS-RUN-DATE TO WS-LOCK-RUN-DATE.
           PERFORM ACQUIRE-RUN-LOCK.

           PERFORM LOAD-ALERT-MASTER.
           PERFORM APPLY-NIGHT-ALERTS.
           PERFORM APPLY-ACKNOWLEDGMENTS.
               END-IF
           END-IF.

           PERFORM RELEASE-RUN-LOCK.

           STOP RUN.

       LOAD-ALERT-MASTER.
           MOVE WS-ITM-FILE01-DSN(WS-IX) TO WS-OL-FILE01-DSN
           WRITE OPEN-REPORT-RECORD FROM WS-OPEN-LINE.

           COPY SONARLKP.

           COPY SONARPRP.
