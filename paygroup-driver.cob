           MOVE "PAYROLL-REMIT-PAGIBIG" TO WS-SWP-BASE(WS-SWAP-COUNT)
           MOVE "O" TO WS-SWP-MODE(WS-SWAP-COUNT)
           ADD 1 TO WS-SWAP-COUNT
           MOVE "PAYROLL-REMIT-SSS-LISTING"
               TO WS-SWP-BASE(WS-SWAP-COUNT)
           MOVE "O" TO WS-SWP-MODE(WS-SWAP-COUNT)
           ADD 1 TO WS-SWAP-COUNT
           MOVE "PAYROLL-REMIT-PHIC-LISTING"
               TO WS-SWP-BASE(WS-SWAP-COUNT)
           MOVE "O" TO WS-SWP-MODE(WS-SWAP-COUNT)
           ADD 1 TO WS-SWAP-COUNT
           MOVE "PAYROLL-REMIT-HDMF-LISTING"
               TO WS-SWP-BASE(WS-SWAP-COUNT)
           MOVE "O" TO WS-SWP-MODE(WS-SWAP-COUNT)
           ADD 1 TO WS-SWAP-COUNT
           MOVE "PAYROLL-ALPHALIST" TO WS-SWP-BASE(WS-SWAP-COUNT)
           MOVE "O" TO WS-SWP-MODE(WS-SWAP-COUNT)
           ADD 1 TO WS-SWAP-COUNT
