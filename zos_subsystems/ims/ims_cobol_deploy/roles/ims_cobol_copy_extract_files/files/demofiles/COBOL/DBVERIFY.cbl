             WHEN 'PPEX    '
             WHEN 'ENVELOPE'
             WHEN 'LOANTERM'
             WHEN 'CHKDEP  '
               MOVE TXT-CTL-NAME TO WS-CS-NAME
               PERFORM FIND-OR-ADD-CHSEG
                  THRU FIND-OR-ADD-CHSEG-END
