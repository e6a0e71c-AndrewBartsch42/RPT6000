               ORGANIZATION LINE SEQUENTIAL.                            00000300
           SELECT OPTIONAL PENDCORR ASSIGN TO PENDCORR                  00000310
               ORGANIZATION LINE SEQUENTIAL.                            00000320
           SELECT CHGWORK  ASSIGN TO CHGWORK.                           00000322
           SELECT OPTIONAL CUSTJRNL ASSIGN TO CUSTJRNL                  00000324
               ORGANIZATION LINE SEQUENTIAL.                            00000326
                                                                        00000330
       DATA DIVISION.                                                   00000340
                                                                        00000350
           05  TR-SALES-LAST-YTD       PIC S9(8)V99.                    00000600
           05  TR-SALES-LAST-YTD-X REDEFINES TR-SALES-LAST-YTD          00000610
                                       PIC X(10).                       00000620
           05  TR-PURGE-DATE           PIC 9(8).                        00000626
           05  FILLER                  PIC X(14).                       00000632
                                                                        00000640
       FD  NEWMAST                                                      00000650
           RECORD CONTAINS 130 CHARACTERS.                              00000660
       FD  PENDCORR                                                     00000930
           RECORD CONTAINS 180 CHARACTERS.                              00000940
       01  PENDING-CORRECTION-AREA PIC X(180).                          00000950
                                                                        00000951
       FD  CHGWORK                                                      00000952
           RECORDING MODE IS F                                          00000953
           LABEL RECORDS ARE STANDARD                                   00000954
           RECORD CONTAINS 150 CHARACTERS                               00000955
           BLOCK CONTAINS 150 CHARACTERS.                               00000956
       01  CHANGE-WORK-AREA    PIC X(150).                              00000957
                                                                        00000958
       FD  CUSTJRNL                                                     00000959
           RECORD CONTAINS 150 CHARACTERS.                              00000960
       01  CUSTOMER-JOURNAL-AREA PIC X(150).                            00000961
                                                                        00000962
       WORKING-STORAGE SECTION.                                         00000970
                                                                        00000980
       COPY PERIODCT.                                                   00000990
                                                                        00001000
       COPY PENDCORR.                                                   00001010
                                                                        00001013
       COPY CUSTJRNL.                                                   00001016
                                                                        00001020
       01  RUN-DATE-FIELDS.                                             00001030
           05  RUN-DATE-N          PIC 9(8)  VALUE ZERO.                00001040
               88  CUSTTRAN-EOF                  VALUE "Y".             00001430
           05  TRAN-VALID-SWITCH       PIC X     VALUE "N".             00001440
               88  TRAN-VALID                    VALUE "Y".             00001450
           05  CHGWORK-EOF-SWITCH      PIC X     VALUE "N".             00001453
               88  CHGWORK-EOF                   VALUE "Y".             00001456
                                                                        00001460
       01  COUNT-FIELDS               PACKED-DECIMAL.                   00001470
           05  MASTERS-READ-COUNT      PIC 9(6)  VALUE ZERO.            00001480
           05  DELETE-COUNT            PIC 9(6)  VALUE ZERO.            00001530
           05  REJECT-COUNT            PIC 9(6)  VALUE ZERO.            00001540
           05  DUPLICATE-KEY-COUNT     PIC 9(4)  VALUE ZERO.            00001550
           05  CHANGES-JOURNALED-COUNT PIC 9(6)  VALUE ZERO.            00001555
                                                                        00001560
       01  REJECT-FIELDS.                                               00001570
           05  REJECT-REASON           PIC X(20).                       00001580
                OUTPUT TRANREJ                                          00002740
                OUTPUT AUDITRPT.                                        00002750
           OPEN EXTEND PENDCORR.                                        00002760
           OPEN OUTPUT CHGWORK.                                         00002765
           PERFORM 200-GET-VALID-TRANSACTION.                           00002770
           PERFORM 250-READ-CUSTOMER-RECORD.                            00002780
           PERFORM 300-APPLY-ONE-TRANSACTION                            00002790
               UNTIL CUSTMAST-EOF AND CUSTTRAN-EOF.                     00002800
           PERFORM 450-WRITE-NEW-TRAILER.                               00002810
           PERFORM 500-PRINT-CONTROL-TOTALS.                            00002820
           PERFORM 750-UPDATE-CHANGE-JOURNAL.                           00002825
           CLOSE CUSTMAST                                               00002830
                 CUSTTRAN                                               00002840
                 NEWMAST                                                00002850
           MOVE SPACE TO REJECT-REASON.                                 00003720
           IF TR-ACTION-CODE NOT = "A" AND                              00003730
              TR-ACTION-CODE NOT = "C" AND                              00003740
              TR-ACTION-CODE NOT = "D" AND                              00003746
              TR-ACTION-CODE NOT = "R"                                  00003752
               MOVE "INVALID ACTION" TO REJECT-REASON                   00003760
           ELSE                                                         00003770
               IF TR-BRANCH-NUMBER-X NOT NUMERIC OR                     00003780
                  TR-CUSTOMER-NUMBER-X NOT NUMERIC                      00003800
                   MOVE "NON-NUMERIC KEY" TO REJECT-REASON              00003810
               ELSE                                                     00003820
                   IF (TR-ACTION-CODE = "A" OR "R") AND                 00003830
                      (TR-SALES-THIS-YTD-X NOT NUMERIC OR               00003840
                       TR-SALES-LAST-YTD-X NOT NUMERIC)                 00003850
                       MOVE "NON-NUMERIC AMOUNT" TO REJECT-REASON       00003860
                        TR-SALES-LAST-YTD-X NOT NUMERIC))               00003920
                       MOVE "NON-NUMERIC AMOUNT" TO REJECT-REASON       00003930
                   END-IF                                               00003940
                   IF (TR-ACTION-CODE = "A" OR "R") AND                 00003950
                      TR-CUSTOMER-NAME = SPACE                          00003960
                       MOVE "BLANK NAME" TO REJECT-REASON               00003970
                   END-IF                                               00003980
               IF TRAN-KEY < PREVIOUS-TRAN-KEY                          00004050
                   MOVE "OUT OF SEQUENCE" TO REJECT-REASON              00004060
               END-IF                                                   00004070
               IF (TR-ACTION-CODE = "A" OR "R") AND                     00004080
                  TRAN-KEY = PREVIOUS-TRAN-KEY                          00004090
                   MOVE "DUPLICATE ADD" TO REJECT-REASON                00004100
               END-IF                                                   00004110
                   PERFORM 320-COPY-OLD-MASTER                          00004610
               WHEN MASTER-KEY = TRAN-KEY                               00004620
                   EVALUATE TR-ACTION-CODE                              00004630
                       WHEN "A"                                         00004636
                       WHEN "R"                                         00004642
                           MOVE "DUPLICATE ADD" TO REJECT-REASON        00004650
                           PERFORM 230-REJECT-TRANSACTION               00004660
                           PERFORM 200-GET-VALID-TRANSACTION            00004670
                           PERFORM 350-DELETE-CUSTOMER                  00004710
                   END-EVALUATE                                         00004720
               WHEN OTHER                                               00004730
                   IF TR-ACTION-CODE = "A" OR "R"                       00004740
                       PERFORM 330-ADD-CUSTOMER                         00004750
                   ELSE                                                 00004760
                       MOVE "MASTER NOT FOUND" TO REJECT-REASON         00004770
           MOVE TR-SALES-LAST-YTD  TO WRK-SALES-LAST-YTD.               00004950
           PERFORM 360-WRITE-NEW-MASTER.                                00004960
           ADD 1 TO ADD-COUNT.                                          00004970
           INITIALIZE CUSTOMER-CHANGE-RECORD.                           00004971
           IF TR-ACTION-CODE = "R"                                      00004972
               SET CJ-CUSTOMER-RESTORED TO TRUE                         00004973
               MOVE TR-PURGE-DATE TO CJ-REFERENCE                       00004974
           ELSE                                                         00004975
               SET CJ-CUSTOMER-ADDED TO TRUE                            00004976
           END-IF.                                                      00004977
           MOVE WRK-BRANCH-NUMBER   TO CJ-AFTER-BRANCH-NUMBER.          00004978
           MOVE WRK-SALESREP-NUMBER TO CJ-AFTER-SALESREP-NUMBER.        00004979
           MOVE WRK-CUSTOMER-NUMBER TO CJ-AFTER-CUSTOMER-NUMBER.        00004980
           MOVE WRK-CUSTOMER-NAME   TO CJ-AFTER-NAME.                   00004981
           MOVE WRK-SALES-THIS-YTD  TO CJ-AFTER-THIS-YTD.               00004982
           MOVE WRK-SALES-LAST-YTD  TO CJ-AFTER-LAST-YTD.               00004983
           PERFORM 700-STAGE-CUSTOMER-CHANGE.                           00004984
           MOVE "ADD"   TO AUL-ACTION.                                  00004985
           MOVE "AFTER:" TO AUL-TAG.                                    00004990
           MOVE WRK-BRANCH-NUMBER   TO AUL-BRANCH-NUMBER.               00005000
           MOVE WRK-SALESREP-NUMBER TO AUL-SALESREP-NUMBER.             00005010
                                                                        00005080
       340-CHANGE-CUSTOMER.                                             00005090
           ADD 1 TO CHANGE-COUNT.                                       00005100
           INITIALIZE CUSTOMER-CHANGE-RECORD.                           00005102
           SET CJ-CUSTOMER-CHANGED TO TRUE.                             00005104
           PERFORM 710-MOVE-MASTER-TO-BEFORE.                           00005106
           MOVE "CHANGE" TO AUL-ACTION.                                 00005110
           MOVE "BEFORE:" TO AUL-TAG.                                   00005120
           MOVE CM-BRANCH-NUMBER   TO AUL-BRANCH-NUMBER.                00005130
           IF TR-SALES-LAST-YTD-X NUMERIC                               00005260
               MOVE TR-SALES-LAST-YTD TO CM-SALES-LAST-YTD              00005270
           END-IF.                                                      00005280
           PERFORM 720-MOVE-MASTER-TO-AFTER.                            00005283
           PERFORM 700-STAGE-CUSTOMER-CHANGE.                           00005286
           MOVE "CHANGE" TO AUL-ACTION.                                 00005290
           MOVE "AFTER:" TO AUL-TAG.                                    00005300
           MOVE CM-CUSTOMER-NAME   TO AUL-CUSTOMER-NAME.                00005310
                                                                        00005360
       350-DELETE-CUSTOMER.                                             00005370
           ADD 1 TO DELETE-COUNT.                                       00005380
           INITIALIZE CUSTOMER-CHANGE-RECORD.                           00005382
           SET CJ-CUSTOMER-DELETED TO TRUE.                             00005384
           PERFORM 710-MOVE-MASTER-TO-BEFORE.                           00005386
           PERFORM 700-STAGE-CUSTOMER-CHANGE.                           00005388
           MOVE "DELETE" TO AUL-ACTION.                                 00005390
           MOVE "BEFORE:" TO AUL-TAG.                                   00005400
           MOVE CM-BRANCH-NUMBER   TO AUL-BRANCH-NUMBER.                00005410
           ADD 1 TO LINE-COUNT.                                         00006000
                                                                        00006010
       500-PRINT-CONTROL-TOTALS.                                        00006020
           IF LINE-COUNT + 12 > LINES-ON-PAGE                           00006030
               PERFORM 410-PRINT-HEADING-LINES.                         00006040
           MOVE SPACES TO PRINT-AREA.                                   00006050
           PERFORM 430-WRITE-REPORT-LINE.                               00006060
           MOVE TOTAL-LINE TO PRINT-AREA.                               00006580
           PERFORM 430-WRITE-REPORT-LINE.                               00006590
                                                                        00006600
       700-STAGE-CUSTOMER-CHANGE.                                       00006610
           MOVE "CUST1000" TO CJ-PROGRAM-NAME.                          00006620
           MOVE RUN-DATE-N TO CJ-RUN-DATE.                              00006630
           MOVE CD-HOURS   TO CJ-RUN-HOURS.                             00006640
           MOVE CD-MINUTES TO CJ-RUN-MINUTES.                           00006650
           IF CJ-CUSTOMER-DELETED OR CJ-CUSTOMER-PURGED                 00006660
               MOVE CJ-BEFORE-KEY TO CJ-CUSTOMER-KEY                    00006670
           ELSE                                                         00006680
               MOVE CJ-AFTER-KEY  TO CJ-CUSTOMER-KEY                    00006690
           END-IF.                                                      00006700
           MOVE "NNNN" TO CJ-CHANGED-FIELDS.                            00006710
           IF CJ-BEFORE-KEY NOT = CJ-AFTER-KEY                          00006720
               MOVE "Y" TO CJ-KEY-CHANGED                               00006730
           END-IF.                                                      00006740
           IF CJ-BEFORE-NAME NOT = CJ-AFTER-NAME                        00006750
               MOVE "Y" TO CJ-NAME-CHANGED                              00006760
           END-IF.                                                      00006770
           IF CJ-BEFORE-THIS-YTD NOT = CJ-AFTER-THIS-YTD                00006780
               MOVE "Y" TO CJ-THIS-YTD-CHANGED                          00006790
           END-IF.                                                      00006800
           IF CJ-BEFORE-LAST-YTD NOT = CJ-AFTER-LAST-YTD                00006810
               MOVE "Y" TO CJ-LAST-YTD-CHANGED                          00006820
           END-IF.                                                      00006830
           MOVE CUSTOMER-CHANGE-RECORD TO CHANGE-WORK-AREA.             00006840
           WRITE CHANGE-WORK-AREA.                                      00006850
                                                                        00006860
       710-MOVE-MASTER-TO-BEFORE.                                       00006870
           MOVE CM-CUSTOMER-KEY   TO CJ-BEFORE-KEY.                     00006880
           MOVE CM-CUSTOMER-NAME  TO CJ-BEFORE-NAME.                    00006890
           MOVE CM-SALES-THIS-YTD TO CJ-BEFORE-THIS-YTD.                00006900
           MOVE CM-SALES-LAST-YTD TO CJ-BEFORE-LAST-YTD.                00006910
                                                                        00006920
       720-MOVE-MASTER-TO-AFTER.                                        00006930
           MOVE CM-CUSTOMER-KEY   TO CJ-AFTER-KEY.                      00006940
           MOVE CM-CUSTOMER-NAME  TO CJ-AFTER-NAME.                     00006950
           MOVE CM-SALES-THIS-YTD TO CJ-AFTER-THIS-YTD.                 00006960
           MOVE CM-SALES-LAST-YTD TO CJ-AFTER-LAST-YTD.                 00006970
                                                                        00006980
       750-UPDATE-CHANGE-JOURNAL.                                       00006990
           CLOSE CHGWORK.                                               00007000
           IF BALANCE-ERROR                                             00007010
               MOVE "CUSTOMER CHANGE JOURNAL NOT UPDATED"               00007020
                   TO PRINT-AREA                                        00007030
           ELSE                                                         00007040
               OPEN INPUT  CHGWORK                                      00007050
               OPEN EXTEND CUSTJRNL                                     00007060
               PERFORM 760-COPY-ONE-CHANGE                              00007070
                   WITH TEST BEFORE                                     00007080
                   UNTIL CHGWORK-EOF                                    00007090
               CLOSE CHGWORK                                            00007100
                     CUSTJRNL                                           00007110
               MOVE "CUSTOMER CHANGES JOURNALED" TO TOL-TEXT            00007120
               MOVE CHANGES-JOURNALED-COUNT TO TOL-COUNT                00007130
               PERFORM 510-PRINT-TOTAL-LINE                             00007140
               MOVE "CUSTOMER CHANGE JOURNAL UPDATED" TO PRINT-AREA     00007150
           END-IF.                                                      00007160
           PERFORM 430-WRITE-REPORT-LINE.                               00007170
                                                                        00007180
       760-COPY-ONE-CHANGE.                                             00007190
           READ CHGWORK                                                 00007200
               AT END                                                   00007210
                   SET CHGWORK-EOF TO TRUE                              00007220
               NOT AT END                                               00007230
                   MOVE CHANGE-WORK-AREA TO CUSTOMER-JOURNAL-AREA       00007240
                   WRITE CUSTOMER-JOURNAL-AREA                          00007250
                   ADD 1 TO CHANGES-JOURNALED-COUNT                     00007260
           END-READ.                                                    00007270
                                                                        00007280
                                                                        00007290
                                                                        00007300
