                     IF WS-LAST-DATE = 0 THEN
                         MOVE 'Y' TO KYC-CHK-HOLD
                     ELSE
                         CALL 'BANK-PROCESSING-DATE' USING WS-TODAY
                         END-CALL
                         COMPUTE WS-TODAY-INT =
                             FUNCTION INTEGER-OF-DATE(WS-TODAY)
                         COMPUTE WS-LAST-INT =
