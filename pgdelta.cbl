       FD  CURR-FILE.
       01  CURR-DATA.
           05  CUR-NUMBERSS PIC X(8).
               88 CUR-ENTETE VALUE "ENTETE".
               88 CUR-FIN VALUE "FIN".
           05  STAR1 PIC X.
           05  CUR-NAMES PIC X(14).
           05  STAR2 PIC X.
       FD  PREV-FILE.
       01  PREV-DATA.
           05  PRV-NUMBERSS PIC X(8).
               88 PRV-ENTETE VALUE "ENTETE".
               88 PRV-FIN VALUE "FIN".
           05  PSTAR1 PIC X.
           05  PRV-NAMES PIC X(14).
           05  PSTAR2 PIC X.
           IF prev-ok
              PERFORM UNTIL prev-eof
                 READ PREV-FILE
                 IF prev-ok AND NOT PRV-ENTETE AND NOT PRV-FIN
                    IF WS-PRV-COUNT < 9999
                       ADD 1 TO WS-PRV-COUNT
                       MOVE PRV-NUMBERSS TO WS-PRV-KEY (WS-PRV-COUNT)
              END-IF
              PERFORM UNTIL curr-eof
                 READ CURR-FILE
                 IF curr-ok AND NOT CUR-ENTETE AND NOT CUR-FIN
                    PERFORM 3100-COMPARE-ONE-RECORD
                 END-IF
              END-PERFORM
