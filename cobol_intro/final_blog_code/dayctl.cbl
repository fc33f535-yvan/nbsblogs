              C000-SET-THE-STATE.
              OPEN OUTPUT DAY-CONTROL
              MOVE LS-DAY-STATE TO DC-STATE
              CALL 'BUSDATE' USING 'G', DC-STATE-DATE
              END-CALL
              WRITE DAY-CONTROL-RECORD
              CLOSE DAY-CONTROL.
