                   MOVE ZEROS TO YTD-FED-TAX YTD-STATE-TAX
                   MOVE ZEROS TO YTD-BONUS YTD-NET-PAY
                   MOVE ZEROS TO YTD-LAST-PERIOD
                   MOVE ZEROS TO YTD-PRETAX-DED YTD-401K-DED
                   MOVE WS-CURRENT-YEAR TO YTD-YEAR
               NOT INVALID KEY
                   MOVE "Y" TO WS-YTD-FOUND
