                 perform A-MATCH-RUN-ID
                 if WS-FOUND-INDEX > 0
                    add 1 to WS-HIT-COUNT
                    if HR-WIDE-ANSWER not = spaces
                       display 'HISTORY ...: ' HR-RUN-ID ' '
                               HR-RUN-DATE ' ' HR-PROGRAM-ID
                               ' ANSWER=' HR-WIDE-ANSWER
                               ' ' HR-INPUT-FILE(1:40)
                    else
                       display 'HISTORY ...: ' HR-RUN-ID ' '
                               HR-RUN-DATE ' ' HR-PROGRAM-ID
                               ' ANSWER=' HR-FINAL-ANSWER
                               ' ' HR-INPUT-FILE(1:40)
                    end-if
                 end-if
                 read HISTFIL at end set V-HIST-EOF to true
                 end-read
