                   WITH DUPLICATES.                                     00000192
           SELECT MOVERPT  ASSIGN TO CUST3000.                          00000200
           SELECT SORTWORK ASSIGN TO SORTWORK.                          00000210
           SELECT CHGWORK  ASSIGN TO CHGWORK.                           00000212
           SELECT OPTIONAL CUSTJRNL ASSIGN TO CUSTJRNL                  00000214
               ORGANIZATION LINE SEQUENTIAL.                            00000216
                                                                        00000220
       DATA DIVISION.                                                   00000230
                                                                        00000240
           RECORD CONTAINS 130 CHARACTERS                               00000620
           BLOCK CONTAINS 130 CHARACTERS.                               00000630
       01  PRINT-AREA          PIC X(130).                              00000640
                                                                        00000641
       FD  CHGWORK                                                      00000642
           RECORDING MODE IS F                                          00000643
           LABEL RECORDS ARE STANDARD                                   00000644
           RECORD CONTAINS 150 CHARACTERS                               00000645
           BLOCK CONTAINS 150 CHARACTERS.                               00000646
       01  CHANGE-WORK-AREA    PIC X(150).                              00000647
                                                                        00000648
       FD  CUSTJRNL                                                     00000649
           RECORD CONTAINS 150 CHARACTERS.                              00000650
       01  CUSTOMER-JOURNAL-AREA PIC X(150).                            00000651
                                                                        00000652
       SD  SORTWORK                                                     00000660
           RECORD CONTAINS 130 CHARACTERS.                              00000670
       01  SORT-RECORD.                                                 00000680
           05  FILLER                  PIC X(81).                       00000750
                                                                        00000760
       WORKING-STORAGE SECTION.                                         00000770
                                                                        00000771
       COPY CUSTJRNL.                                                   00000772
                                                                        00000773
       01  RUN-DATE-FIELDS.                                             00000774
           05  RUN-DATE-N          PIC 9(8)  VALUE ZERO.                00000775
                                                                        00000780
       01  REASSIGNMENT-TABLE.                                          00000790
           05  REASSIGNMENT-ENTRY OCCURS 100 TIMES                      00000800
               88  OLD-TRAILER-FOUND             VALUE "Y".             00001040
           05  BALANCE-ERROR-SWITCH    PIC X     VALUE "N".             00001050
               88  BALANCE-ERROR                 VALUE "Y".             00001060
           05  CHGWORK-EOF-SWITCH      PIC X     VALUE "N".             00001063
               88  CHGWORK-EOF                   VALUE "Y".             00001066
                                                                        00001070
       01  COUNT-FIELDS               PACKED-DECIMAL.                   00001080
           05  MASTERS-READ-COUNT      PIC 9(6)  VALUE ZERO.            00001090
           05  CUSTOMERS-MOVED-COUNT   PIC 9(6)  VALUE ZERO.            00001110
           05  TRANS-DROPPED-COUNT     PIC 9(4)  VALUE ZERO.            00001120
           05  DUPLICATE-KEY-COUNT     PIC 9(4)  VALUE ZERO.            00001130
           05  CHANGES-JOURNALED-COUNT PIC 9(6)  VALUE ZERO.            00001135
                                                                        00001140
       01  CONTROL-TOTAL-FIELDS       PACKED-DECIMAL.                   00001150
           05  INPUT-HASH-THIS-YTD     PIC S9(11)V99 VALUE ZERO.        00001160
           OPEN INPUT  CUSTMAST                                         00002090
                INPUT  REASTRAN                                         00002100
                OUTPUT MOVERPT.                                         00002110
           OPEN OUTPUT CHGWORK.                                         00002115
           PERFORM 100-FORMAT-REPORT-HEADING.                           00002120
           PERFORM 200-LOAD-REASSIGNMENT-TABLE.                         00002130
           SORT SORTWORK                                                00002140
               INPUT PROCEDURE 300-RELEASE-CUSTOMERS                    00002180
               OUTPUT PROCEDURE 400-WRITE-NEW-MASTER.                   00002190
           PERFORM 500-PRINT-MOVEMENT-REPORT.                           00002200
           PERFORM 750-UPDATE-CHANGE-JOURNAL.                           00002205
           CLOSE CUSTMAST                                               00002210
                 REASTRAN                                               00002220
                 MOVERPT.                                               00002230
           MOVE CD-YEAR    TO HL1-YEAR.                                 00002340
           MOVE CD-HOURS   TO HL2-HOURS.                                00002350
           MOVE CD-MINUTES TO HL2-MINUTES.                              00002360
           COMPUTE RUN-DATE-N =                                         00002363
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.               00002366
                                                                        00002370
       200-LOAD-REASSIGNMENT-TABLE.                                     00002380
           PERFORM 210-READ-REASSIGNMENT-TRAN                           00002390
               ADD CM-SALES-LAST-YTD                                    00003310
                   TO RAT-MOVED-LAST-YTD (RAT-INDEX)                    00003320
               ADD 1 TO CUSTOMERS-MOVED-COUNT                           00003330
               INITIALIZE CUSTOMER-CHANGE-RECORD                        00003332
               SET CJ-CUSTOMER-MOVED TO TRUE                            00003334
               PERFORM 710-MOVE-MASTER-TO-BEFORE                        00003336
               MOVE RAT-NEW-BRANCH-NUMBER (RAT-INDEX)                   00003340
                   TO CM-BRANCH-NUMBER                                  00003350
               MOVE RAT-NEW-SALESREP-NUMBER (RAT-INDEX)                 00003360
                   TO CM-SALESREP-NUMBER                                00003370
               PERFORM 720-MOVE-MASTER-TO-AFTER                         00003373
               PERFORM 700-STAGE-CUSTOMER-CHANGE                        00003376
           END-IF.                                                      00003380
                                                                        00003390
       330-MATCH-ONE-ENTRY.                                             00003400
           ADD 1 TO LINE-COUNT.                                         00004610
                                                                        00004620
       560-PRINT-CONTROL-TOTALS.                                        00004630
           IF LINE-COUNT + 10 > LINES-ON-PAGE                           00004640
               PERFORM 530-PRINT-HEADING-LINES.                         00004650
           MOVE SPACES TO PRINT-AREA.                                   00004660
           PERFORM 550-WRITE-REPORT-LINE.                               00004670
           MOVE TOTAL-LINE TO PRINT-AREA.                               00005080
           PERFORM 550-WRITE-REPORT-LINE.                               00005090
                                                                        00005100
       700-STAGE-CUSTOMER-CHANGE.                                       00005110
           MOVE "CUST3000" TO CJ-PROGRAM-NAME.                          00005120
           MOVE RUN-DATE-N TO CJ-RUN-DATE.                              00005130
           MOVE CD-HOURS   TO CJ-RUN-HOURS.                             00005140
           MOVE CD-MINUTES TO CJ-RUN-MINUTES.                           00005150
           IF CJ-CUSTOMER-DELETED OR CJ-CUSTOMER-PURGED                 00005160
               MOVE CJ-BEFORE-KEY TO CJ-CUSTOMER-KEY                    00005170
           ELSE                                                         00005180
               MOVE CJ-AFTER-KEY  TO CJ-CUSTOMER-KEY                    00005190
           END-IF.                                                      00005200
           MOVE "NNNN" TO CJ-CHANGED-FIELDS.                            00005210
           IF CJ-BEFORE-KEY NOT = CJ-AFTER-KEY                          00005220
               MOVE "Y" TO CJ-KEY-CHANGED                               00005230
           END-IF.                                                      00005240
           IF CJ-BEFORE-NAME NOT = CJ-AFTER-NAME                        00005250
               MOVE "Y" TO CJ-NAME-CHANGED                              00005260
           END-IF.                                                      00005270
           IF CJ-BEFORE-THIS-YTD NOT = CJ-AFTER-THIS-YTD                00005280
               MOVE "Y" TO CJ-THIS-YTD-CHANGED                          00005290
           END-IF.                                                      00005300
           IF CJ-BEFORE-LAST-YTD NOT = CJ-AFTER-LAST-YTD                00005310
               MOVE "Y" TO CJ-LAST-YTD-CHANGED                          00005320
           END-IF.                                                      00005330
           MOVE CUSTOMER-CHANGE-RECORD TO CHANGE-WORK-AREA.             00005340
           WRITE CHANGE-WORK-AREA.                                      00005350
                                                                        00005360
       710-MOVE-MASTER-TO-BEFORE.                                       00005370
           MOVE CM-CUSTOMER-KEY   TO CJ-BEFORE-KEY.                     00005380
           MOVE CM-CUSTOMER-NAME  TO CJ-BEFORE-NAME.                    00005390
           MOVE CM-SALES-THIS-YTD TO CJ-BEFORE-THIS-YTD.                00005400
           MOVE CM-SALES-LAST-YTD TO CJ-BEFORE-LAST-YTD.                00005410
                                                                        00005420
       720-MOVE-MASTER-TO-AFTER.                                        00005430
           MOVE CM-CUSTOMER-KEY   TO CJ-AFTER-KEY.                      00005440
           MOVE CM-CUSTOMER-NAME  TO CJ-AFTER-NAME.                     00005450
           MOVE CM-SALES-THIS-YTD TO CJ-AFTER-THIS-YTD.                 00005460
           MOVE CM-SALES-LAST-YTD TO CJ-AFTER-LAST-YTD.                 00005470
                                                                        00005480
       750-UPDATE-CHANGE-JOURNAL.                                       00005490
           CLOSE CHGWORK.                                               00005500
           IF BALANCE-ERROR                                             00005510
               MOVE "CUSTOMER CHANGE JOURNAL NOT UPDATED"               00005520
                   TO PRINT-AREA                                        00005530
           ELSE                                                         00005540
               OPEN INPUT  CHGWORK                                      00005550
               OPEN EXTEND CUSTJRNL                                     00005560
               PERFORM 760-COPY-ONE-CHANGE                              00005570
                   WITH TEST BEFORE                                     00005580
                   UNTIL CHGWORK-EOF                                    00005590
               CLOSE CHGWORK                                            00005600
                     CUSTJRNL                                           00005610
               MOVE "CUSTOMER CHANGES JOURNALED" TO TOL-TEXT            00005620
               MOVE CHANGES-JOURNALED-COUNT TO TOL-COUNT                00005630
               PERFORM 570-PRINT-TOTAL-LINE                             00005640
               MOVE "CUSTOMER CHANGE JOURNAL UPDATED" TO PRINT-AREA     00005650
           END-IF.                                                      00005660
           PERFORM 550-WRITE-REPORT-LINE.                               00005670
                                                                        00005680
       760-COPY-ONE-CHANGE.                                             00005690
           READ CHGWORK                                                 00005700
               AT END                                                   00005710
                   SET CHGWORK-EOF TO TRUE                              00005720
               NOT AT END                                               00005730
                   MOVE CHANGE-WORK-AREA TO CUSTOMER-JOURNAL-AREA       00005740
                   WRITE CUSTOMER-JOURNAL-AREA                          00005750
                   ADD 1 TO CHANGES-JOURNALED-COUNT                     00005760
           END-READ.                                                    00005770
                                                                        00005780
                                                                        00005790
