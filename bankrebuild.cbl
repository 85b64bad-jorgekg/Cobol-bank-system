                   SET ACCOUNT-RB-CHECKING TO TRUE
                   MOVE SPACE TO ACCOUNT-RB-FREEZE-REASON
                   MOVE 0 TO ACCOUNT-RB-HELD-FUNDS
                   MOVE 0 TO ACCOUNT-RB-BRANCH
                   MOVE WS-ACCT-CURRENCY(WS-ACCT-IDX)
                       TO ACCOUNT-RB-CURRENCY
               END-IF
