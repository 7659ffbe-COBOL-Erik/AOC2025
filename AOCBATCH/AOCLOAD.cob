      *    different result is a rerun of that day and is loaded as
      *    the next version, with the prior version flagged
      *    superseded rather than silently replaced.
      *    A master built before MST-WIDE-ANSWER and MST-RUN-ID were
      *    added is on the shorter record and will not open (status
      *    39); it is converted once with AOCMSTCV first.

       environment division.
       configuration section.
          05 WS-ROWS-VERSIONED pic S9(8) comp-4 value ZERO.
          05 WS-LAST-VERSION  pic S9(4) comp-4 value ZERO.
          05 WS-HIST-COUNT    pic S9(8) comp-4 value ZERO.
          05 WS-HIST-ANSWER   pic S9(18) comp-4 value ZERO.
          05 WS-MST-ANSWER    pic S9(18) comp-4 value ZERO.
          05 WS-SAME-SW       pic X value ' '.
             88 WS-SAME-RESULT value 'Y'.
          05 WS-DSP-COUNT     pic Z(7)9.
           if MST-FS not = '00' and MST-FS not = '05'
              display 'AOCLOAD - ANSWERS MASTER OPEN ERROR: '
                      WS-MSTFILE-NAME ' STATUS=' MST-FS
              if MST-FS = '39'
                 display 'AOCLOAD - MASTER IS ON THE OLD RECORD, '
                         'CONVERT IT WITH AOCMSTCV FIRST'
              end-if
              move 16 to return-code
              goback
           end-if
      *    as the next one.
           add 1 to WS-ROWS-READ
           compute WS-HIST-COUNT = numval(HR-RECORD-COUNT)
      *    A wide answer (HR-WIDE-ANSWER) wins; rows without one
      *    carry the answer in HR-FINAL-ANSWER as they always did.
           if HR-WIDE-ANSWER not = spaces
              compute WS-HIST-ANSWER = numval(HR-WIDE-ANSWER)
           else
              compute WS-HIST-ANSWER = numval(HR-FINAL-ANSWER)
           end-if
           perform A-FIND-LAST-VERSION
           evaluate true
              when WS-LAST-VERSION > 0 and WS-SAME-RESULT
              read ANSMAST
              if MST-FS = '00'
                 add 1 to WS-LAST-VERSION
                 if MST-WIDE-ANSWER is numeric
                    move MST-WIDE-ANSWER to WS-MST-ANSWER
                 else
                    move MST-FINAL-ANSWER to WS-MST-ANSWER
                 end-if
                 if MST-RECORD-COUNT = WS-HIST-COUNT
                       and WS-MST-ANSWER = WS-HIST-ANSWER
                    set WS-SAME-RESULT to true
                 end-if
              else
           move HR-INPUT-FILE to MK-INPUT-FILE
           compute MK-VERSION = WS-LAST-VERSION + 1
           move WS-HIST-COUNT to MST-RECORD-COUNT
      *    An answer too wide for MST-FINAL-ANSWER leaves it zero;
      *    MST-WIDE-ANSWER always carries the full value.
           if WS-HIST-ANSWER >= -99999999
                 and WS-HIST-ANSWER <= 99999999
              move WS-HIST-ANSWER to MST-FINAL-ANSWER
           else
              move ZERO to MST-FINAL-ANSWER
           end-if
           move WS-HIST-ANSWER to MST-WIDE-ANSWER
      *    Rows written before the history carried a return code
      *    read back as spaces and load as zero.
           if HR-RETURN-CODE is numeric
           else
              move ZERO to MST-RETURN-CODE
           end-if
           move HR-RUN-ID to MST-RUN-ID
           set MST-CURRENT to true
           write MST-RECORD
           if MST-FS not = '00'
