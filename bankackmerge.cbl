               05 ACK0-STATUS PIC A(3).
               05 ACK0-SERVICE PIC A(3).
               05 ACK0-TXN-ID PIC 9(14).
               05 ACK0-VALUE-DATE PIC 9(8).

           FD ACK-PART1.
           01 ACK-PART1-FILE.
               05 ACK1-STATUS PIC A(3).
               05 ACK1-SERVICE PIC A(3).
               05 ACK1-TXN-ID PIC 9(14).
               05 ACK1-VALUE-DATE PIC 9(8).

           FD ACK-PART2.
           01 ACK-PART2-FILE.
               05 ACK2-STATUS PIC A(3).
               05 ACK2-SERVICE PIC A(3).
               05 ACK2-TXN-ID PIC 9(14).
               05 ACK2-VALUE-DATE PIC 9(8).

           FD ACK-PART3.
           01 ACK-PART3-FILE.
               05 ACK3-STATUS PIC A(3).
               05 ACK3-SERVICE PIC A(3).
               05 ACK3-TXN-ID PIC 9(14).
               05 ACK3-VALUE-DATE PIC 9(8).

           FD ACK-PART4.
           01 ACK-PART4-FILE.
               05 ACK4-STATUS PIC A(3).
               05 ACK4-SERVICE PIC A(3).
               05 ACK4-TXN-ID PIC 9(14).
               05 ACK4-VALUE-DATE PIC 9(8).

           FD DEFER-IN.
           01 DEFER-IN-FILE.
               05 DEFER-IN-STATUS PIC A(3).
               05 DEFER-IN-SERVICE PIC A(3).
               05 DEFER-IN-TXN-ID PIC 9(14).
               05 DEFER-IN-VALUE-DATE PIC 9(8).

           FD OUT-PUT.
           01 OUT-PUT-FILE.
               05 DATA-OUTPUT-STATUS PIC A(3).
               05 DATA-OUTPUT-SERVICE PIC A(3).
               05 DATA-OUTPUT-TXN-ID PIC 9(14).
               05 DATA-OUTPUT-VALUE-DATE PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-RUN-LOG.
                   10 WS-HEAD-STATUS PIC A(3).
                   10 WS-HEAD-SERVICE PIC A(3).
                   10 WS-HEAD-TXN-ID PIC 9(14).
                   10 WS-HEAD-VALUE-DATE PIC 9(8).
           01 WS-HEAD-IDX PIC 9(1) COMP.
           01 WS-MIN-IDX PIC 9(1) COMP.
           01 WS-MIN-SEQ PIC 9(8).
                       DATA-OUTPUT-SERVICE
                   MOVE WS-HEAD-TXN-ID(WS-MIN-IDX) TO
                       DATA-OUTPUT-TXN-ID
                   MOVE WS-HEAD-VALUE-DATE(WS-MIN-IDX) TO
                       DATA-OUTPUT-VALUE-DATE
                   WRITE OUT-PUT-FILE
                   END-WRITE
                   ADD 1 TO WS-RUN-LOG-WRITTEN
                             DATA-OUTPUT-SERVICE
                         MOVE DEFER-IN-TXN-ID TO
                             DATA-OUTPUT-TXN-ID
                         MOVE DEFER-IN-VALUE-DATE TO
                             DATA-OUTPUT-VALUE-DATE
                         WRITE OUT-PUT-FILE
                         END-WRITE
                         ADD 1 TO WS-RUN-LOG-WRITTEN
                                 WS-HEAD-SERVICE(WS-HEAD-IDX)
                             MOVE ACK0-TXN-ID TO
                                 WS-HEAD-TXN-ID(WS-HEAD-IDX)
                             MOVE ACK0-VALUE-DATE TO
                                 WS-HEAD-VALUE-DATE(WS-HEAD-IDX)
                       END-READ
                   END-IF
               WHEN 2
                                 WS-HEAD-SERVICE(WS-HEAD-IDX)
                             MOVE ACK1-TXN-ID TO
                                 WS-HEAD-TXN-ID(WS-HEAD-IDX)
                             MOVE ACK1-VALUE-DATE TO
                                 WS-HEAD-VALUE-DATE(WS-HEAD-IDX)
                       END-READ
                   END-IF
               WHEN 3
                                 WS-HEAD-SERVICE(WS-HEAD-IDX)
                             MOVE ACK2-TXN-ID TO
                                 WS-HEAD-TXN-ID(WS-HEAD-IDX)
                             MOVE ACK2-VALUE-DATE TO
                                 WS-HEAD-VALUE-DATE(WS-HEAD-IDX)
                       END-READ
                   END-IF
               WHEN 4
                                 WS-HEAD-SERVICE(WS-HEAD-IDX)
                             MOVE ACK3-TXN-ID TO
                                 WS-HEAD-TXN-ID(WS-HEAD-IDX)
                             MOVE ACK3-VALUE-DATE TO
                                 WS-HEAD-VALUE-DATE(WS-HEAD-IDX)
                       END-READ
                   END-IF
               WHEN 5
                                 WS-HEAD-SERVICE(WS-HEAD-IDX)
                             MOVE ACK4-TXN-ID TO
                                 WS-HEAD-TXN-ID(WS-HEAD-IDX)
                             MOVE ACK4-VALUE-DATE TO
                                 WS-HEAD-VALUE-DATE(WS-HEAD-IDX)
                       END-READ
                   END-IF
           END-EVALUATE.
