               NOT AT END                                               00002040
                   ADD 1 TO CORRECTIONS-READ-COUNT                      00002050
                   IF (CO-ACTION-CODE = "C" OR "V" OR SPACE) AND        00002060
                      CORRECTION-COUNT < 200 AND                        00002065
                      (CO-ACTION-CODE = "V" OR                          00002070
                       CO-SOURCE-PROGRAM NOT = "POST1000")              00002075
                       PERFORM 220-STORE-ONE-CORRECTION                 00002080
                   ELSE                                                 00002090
                       ADD 1 TO CORRECTIONS-DROPPED-COUNT               00002100
           MOVE CO-SOURCE-PROGRAM TO COR-SOURCE-PROGRAM (COR-INDEX).    00002220
           MOVE CO-RECORD-IMAGE   TO COR-RECORD-IMAGE (COR-INDEX).      00002230
           MOVE "N"               TO COR-USED-SWITCH (COR-INDEX).       00002240
           IF CO-SOURCE-PROGRAM = "CUST1000" OR                         00002246
              CO-SOURCE-PROGRAM = "POST1000"                            00002252
               MOVE CO-RECORD-IMAGE (2:9)                               00002260
                   TO COR-RECORD-KEY (COR-INDEX)                        00002270
           ELSE                                                         00002280
           END-READ.                                                    00002480
                                                                        00002490
       310-APPLY-CORRECTION.                                            00002500
           IF PD-SOURCE-PROGRAM = "CUST1000" OR                         00002506
              PD-SOURCE-PROGRAM = "POST1000"                            00002512
               MOVE PD-RECORD-IMAGE (2:9) TO WORK-RECORD-KEY            00002520
           ELSE                                                         00002530
               MOVE PD-RECORD-IMAGE (1:9) TO WORK-RECORD-KEY            00002540
