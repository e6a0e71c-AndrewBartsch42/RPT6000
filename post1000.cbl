                   WITH DUPLICATES.                                     00000202
           SELECT NEWHIST  ASSIGN TO NEWHIST.                           00000210
           SELECT POSTRPT  ASSIGN TO POST1000.                          00000220
           SELECT OPTIONAL PENDCORR ASSIGN TO PENDCORR                  00000221
               ORGANIZATION LINE SEQUENTIAL.                            00000222
           SELECT OPTIONAL INVJRNL ASSIGN TO INVJRNL                    00000223
               ORGANIZATION INDEXED                                     00000224
               ACCESS DYNAMIC                                           00000225
               RECORD KEY IS IJ-INVOICE-NUMBER.                         00000226
           SELECT OPTIONAL BATCHCTL ASSIGN TO BATCHCTL                  00000227
               ORGANIZATION LINE SEQUENTIAL.                            00000228
           SELECT CHGWORK  ASSIGN TO CHGWORK.                           00000229
           SELECT OPTIONAL CUSTJRNL ASSIGN TO CUSTJRNL                  00000230
               ORGANIZATION LINE SEQUENTIAL.                            00000231
                                                                        00000232
       DATA DIVISION.                                                   00000240
                                                                        00000250
       FILE SECTION.                                                    00000260
                                       PIC X(12).                       00000650
               10  FILLER              PIC X(61).                       00000660
                                                                        00000670
       FD  BATCHCTL                                                     00000672
           RECORD CONTAINS 100 CHARACTERS.                              00000674
       01  BATCH-CONTROL-AREA  PIC X(100).                              00000676
                                                                        00000678
       FD  SALESHST                                                     00000680
           RECORDING MODE IS F                                          00000690
           LABEL RECORDS ARE STANDARD                                   00000700
           RECORD CONTAINS 130 CHARACTERS                               00000910
           BLOCK CONTAINS 130 CHARACTERS.                               00000920
       01  PRINT-AREA          PIC X(130).                              00000930
                                                                        00000931
       FD  PENDCORR                                                     00000932
           RECORD CONTAINS 180 CHARACTERS.                              00000933
       01  PENDING-CORRECTION-AREA PIC X(180).                          00000934
                                                                        00000935
       FD  INVJRNL                                                      00000936
           RECORD CONTAINS 80 CHARACTERS.                               00000937
       COPY INVJRNL.                                                    00000938
                                                                        00000939
       FD  CHGWORK                                                      00000940
           RECORDING MODE IS F                                          00000941
           LABEL RECORDS ARE STANDARD                                   00000942
           RECORD CONTAINS 150 CHARACTERS                               00000943
           BLOCK CONTAINS 150 CHARACTERS.                               00000944
       01  CHANGE-WORK-AREA    PIC X(150).                              00000945
                                                                        00000946
       FD  CUSTJRNL                                                     00000947
           RECORD CONTAINS 150 CHARACTERS.                              00000948
       01  CUSTOMER-JOURNAL-AREA PIC X(150).                            00000949
                                                                        00000950
       WORKING-STORAGE SECTION.                                         00000951
                                                                        00000960
       COPY PENDCORR.                                                   00000961
                                                                        00000962
       01  RUN-DATE-FIELDS.                                             00000963
           05  RUN-DATE-N          PIC 9(8)  VALUE ZERO.                00000964
                                                                        00000965
       COPY BTCHCTL.                                                    00000966
                                                                        00000967
       COPY CUSTJRNL.                                                   00000968
                                                                        00000969
       01  WORK-CUSTOMER-RECORD.                                        00000970
           05  WRK-CUSTOMER-KEY        PIC X(9).                        00000980
           05  WRK-CUSTOMER-NAME       PIC X(20).                       00000990
               88  TRAN-VALID                    VALUE "Y".             00001270
           05  POSTING-PENDING-SWITCH  PIC X     VALUE "N".             00001280
               88  POSTING-PENDING               VALUE "Y".             00001290
           05  DUPLICATE-SWITCH        PIC X     VALUE "N".             00001292
               88  DUPLICATE-INVOICE             VALUE "Y".             00001294
           05  JOURNAL-FULL-SWITCH     PIC X     VALUE "N".             00001296
               88  JOURNAL-TABLE-FULL            VALUE "Y".             00001298
           05  CHGWORK-EOF-SWITCH      PIC X     VALUE "N".             00001299
               88  CHGWORK-EOF                   VALUE "Y".             00001300
                                                                        00001301
       01  POSTING-FIELDS      PACKED-DECIMAL.                          00001310
           05  PENDING-POST-AMOUNT     PIC S9(11)V99 VALUE ZERO.        00001320
                                                                        00001330
       01  POSTED-INVOICE-TABLE.                                        00001331
           05  POSTED-INVOICE-ENTRY OCCURS 5000 TIMES                   00001332
                                    INDEXED BY PIT-INDEX.               00001333
               10  PIT-INVOICE-NUMBER  PIC 9(6).                        00001334
               10  PIT-CUSTOMER-KEY    PIC X(9).                        00001335
               10  PIT-INVOICE-AMOUNT  PIC S9(8)V99.                    00001336
               10  PIT-HISTORY-YEAR    PIC 9(4).                        00001337
               10  PIT-HISTORY-MONTH   PIC 9(2).                        00001338
                                                                        00001339
       01  BATCH-FIELDS.                                                00001340
           05  BATCH-HEADER-SWITCH     PIC X         VALUE "N".         00001350
               88  BATCH-HEADER-FOUND                VALUE "Y".         00001360
           05  ACTUAL-BATCH-COUNT      PIC 9(6)      VALUE ZERO.        00001460
           05  ACTUAL-BATCH-AMOUNT     PIC S9(10)V99 VALUE ZERO.        00001470
           05  UNMATCHED-AMOUNT        PIC S9(10)V99 VALUE ZERO.        00001480
           05  DUPLICATE-AMOUNT        PIC S9(10)V99 VALUE ZERO.        00001485
           05  POSTED-BATCH-AMOUNT     PIC S9(10)V99 VALUE ZERO.        00001487
                                                                        00001490
       01  COUNT-FIELDS               PACKED-DECIMAL.                   00001500
           05  MASTERS-READ-COUNT      PIC 9(6)  VALUE ZERO.            00001510
           05  HISTORIES-READ-COUNT    PIC 9(6)  VALUE ZERO.            00001570
           05  HISTORIES-CREATED-COUNT PIC 9(6)  VALUE ZERO.            00001580
           05  HISTORIES-WRITTEN-COUNT PIC 9(6)  VALUE ZERO.            00001590
           05  DUPLICATE-COUNT         PIC 9(6)  VALUE ZERO.            00001593
           05  JOURNAL-WRITTEN-COUNT   PIC 9(6)  VALUE ZERO.            00001596
           05  CHANGES-JOURNALED-COUNT PIC 9(6)  VALUE ZERO.            00001598
                                                                        00001600
       01  REJECT-FIELDS.                                               00001610
           05  REJECT-REASON           PIC X(20).                       00001620
                                                                        00001630
       01  POSTED-INVOICE-FIELDS.                                       00001632
           05  POSTED-INVOICE-COUNT    PIC 9(4)  COMP  VALUE ZERO.      00001634
           05  PENDING-FIRST-ENTRY     PIC 9(4)  COMP  VALUE ZERO.      00001636
                                                                        00001638
       01  CONTROL-TOTAL-FIELDS       PACKED-DECIMAL.                   00001640
           05  INPUT-HASH-THIS-YTD     PIC S9(11)V99 VALUE ZERO.        00001650
           05  INPUT-HASH-LAST-YTD     PIC S9(11)V99 VALUE ZERO.        00001660
                OUTPUT NEWMAST                                          00002650
                OUTPUT NEWHIST                                          00002660
                OUTPUT POSTRPT.                                         00002670
           OPEN EXTEND PENDCORR.                                        00002673
           OPEN I-O    INVJRNL.                                         00002676
           OPEN EXTEND BATCHCTL.                                        00002678
           OPEN OUTPUT CHGWORK.                                         00002679
           PERFORM 100-FORMAT-REPORT-HEADING.                           00002680
           PERFORM 200-GET-VALID-TRANSACTION.                           00002690
           PERFORM 250-READ-CUSTOMER-RECORD.                            00002700
               UNTIL SALESHST-EOF.                                      00002760
           PERFORM 450-WRITE-NEW-TRAILER.                               00002770
           PERFORM 500-PRINT-CONTROL-TOTALS.                            00002780
           PERFORM 600-UPDATE-INVOICE-JOURNAL.                          00002785
           PERFORM 750-UPDATE-CHANGE-JOURNAL.                           00002787
           CLOSE CUSTMAST                                               00002790
                 INVTRAN                                                00002800
                 SALESHST                                               00002810
                 NEWMAST                                                00002820
                 NEWHIST                                                00002830
                 POSTRPT.                                               00002840
           CLOSE PENDCORR                                               00002843
                 INVJRNL                                                00002845
                 BATCHCTL.                                              00002847
           IF BALANCE-ERROR                                             00002850
               MOVE 16 TO RETURN-CODE                                   00002860
           END-IF.                                                      00002870
           MOVE CD-YEAR    TO HL1-YEAR.                                 00002950
           MOVE CD-HOURS   TO HL2-HOURS.                                00002960
           MOVE CD-MINUTES TO HL2-MINUTES.                              00002970
           COMPUTE RUN-DATE-N =                                         00002973
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.               00002976
                                                                        00002980
       200-GET-VALID-TRANSACTION.                                       00002990
           MOVE "N" TO TRAN-VALID-SWITCH.                               00003000
               AT END                                                   00003100
                   SET INVTRAN-EOF TO TRUE                              00003110
               NOT AT END                                               00003120
                   MOVE "N" TO DUPLICATE-SWITCH                         00003125
                   ADD 1 TO TRANS-READ-COUNT                            00003130
                   EVALUATE IV-RECORD-TYPE                              00003140
                       WHEN "H"                                         00003150
                   MOVE "OUT OF SEQUENCE" TO REJECT-REASON              00003660
               END-IF                                                   00003670
           END-IF.                                                      00003680
           IF REJECT-REASON = SPACE                                     00003682
               MOVE TRAN-KEY TO PREVIOUS-TRAN-KEY                       00003684
               ADD 1 TO ACTUAL-BATCH-COUNT                              00003686
               ADD IV-INVOICE-AMOUNT TO ACTUAL-BATCH-AMOUNT             00003688
               PERFORM 225-CHECK-DUPLICATE-INVOICE                      00003690
           END-IF.                                                      00003692
           IF REJECT-REASON = SPACE                                     00003694
               SET TRAN-VALID TO TRUE                                   00003696
           ELSE                                                         00003698
               PERFORM 230-REJECT-TRANSACTION                           00003700
           END-IF.                                                      00003702
                                                                        00003704
       225-CHECK-DUPLICATE-INVOICE.                                     00003706
           MOVE IV-INVOICE-NUMBER TO IJ-INVOICE-NUMBER.                 00003708
           READ INVJRNL                                                 00003710
               INVALID KEY                                              00003712
                   CONTINUE                                             00003714
               NOT INVALID KEY                                          00003716
                   IF IJ-POSTED                                         00003718
                       SET DUPLICATE-INVOICE TO TRUE                    00003720
                   END-IF                                               00003722
           END-READ.                                                    00003724
           IF NOT DUPLICATE-INVOICE AND POSTED-INVOICE-COUNT > ZERO     00003726
               SET PIT-INDEX TO 1                                       00003728
               SEARCH POSTED-INVOICE-ENTRY                              00003730
                  AT END                                                00003732
                     CONTINUE                                           00003734
                  WHEN PIT-INDEX > POSTED-INVOICE-COUNT                 00003736
                     CONTINUE                                           00003738
                  WHEN PIT-INVOICE-NUMBER (PIT-INDEX)                   00003740
                       = IV-INVOICE-NUMBER                              00003742
                     SET DUPLICATE-INVOICE TO TRUE                      00003744
               END-SEARCH                                               00003746
           END-IF.                                                      00003748
           IF DUPLICATE-INVOICE                                         00003750
               MOVE "DUPLICATE INVOICE" TO REJECT-REASON                00003752
               ADD 1 TO DUPLICATE-COUNT                                 00003754
               ADD IV-INVOICE-AMOUNT TO DUPLICATE-AMOUNT                00003756
           END-IF.                                                      00003758
                                                                        00003760
       230-REJECT-TRANSACTION.                                          00003762
           ADD 1 TO REJECT-COUNT.                                       00003764
           IF LINE-COUNT > LINES-ON-PAGE                                00003766
               PERFORM 410-PRINT-HEADING-LINES.                         00003768
           MOVE SPACES TO POSTING-LINE.                                 00003770
           MOVE REJECT-REASON TO PSL-STATUS.                            00003772
           IF DUPLICATE-INVOICE                                         00003774
               MOVE IV-BRANCH-NUMBER   TO PSL-BRANCH-NUMBER             00003776
               MOVE IV-SALESREP-NUMBER TO PSL-SALESREP-NUMBER           00003778
               MOVE IV-CUSTOMER-NUMBER TO PSL-CUSTOMER-NUMBER           00003780
               MOVE IV-INVOICE-NUMBER  TO PSL-INVOICE-NUMBER            00003782
               MOVE IV-INVOICE-AMOUNT  TO PSL-INVOICE-AMOUNT            00003784
               PERFORM 240-WRITE-PENDING-CORRECTION                     00003786
           END-IF.                                                      00003788
           MOVE POSTING-LINE TO PRINT-AREA.                             00003790
           PERFORM 430-WRITE-REPORT-LINE.                               00003792
                                                                        00003794
       240-WRITE-PENDING-CORRECTION.                                    00003796
           MOVE SPACE TO PENDING-CORRECTION-RECORD.                     00003798
           MOVE RUN-DATE-N TO PD-REJECT-DATE.                           00003800
           MOVE "POST1000" TO PD-SOURCE-PROGRAM.                        00003802
           MOVE REJECT-REASON TO PD-REJECT-REASON.                      00003804
           MOVE "O" TO PD-STATUS-CODE.                                  00003806
           MOVE INVOICE-TRANSACTION TO PD-RECORD-IMAGE.                 00003808
           MOVE PENDING-CORRECTION-RECORD TO PENDING-CORRECTION-AREA.   00003810
           WRITE PENDING-CORRECTION-AREA.                               00003812
                                                                        00003860
       250-READ-CUSTOMER-RECORD.                                        00003870
           READ CUSTMAST                                                00003880
       320-FINALIZE-ONE-MASTER.                                         00004320
           PERFORM 370-COPY-PRIOR-HISTORY.                              00004330
           IF POSTING-PENDING                                           00004340
               INITIALIZE CUSTOMER-CHANGE-RECORD                        00004342
               SET CJ-SALES-POSTED TO TRUE                              00004344
               PERFORM 710-MOVE-MASTER-TO-BEFORE                        00004346
               ADD PENDING-POST-AMOUNT TO CM-SALES-THIS-YTD             00004348
               PERFORM 720-MOVE-MASTER-TO-AFTER                         00004350
               MOVE BATCH-DATE TO CJ-REFERENCE                          00004352
               PERFORM 700-STAGE-CUSTOMER-CHANGE                        00004354
               IF HISTORY-KEY = MASTER-KEY                              00004360
                   PERFORM 350-POST-MATCHED-HISTORY                     00004370
               ELSE                                                     00004380
           PERFORM 250-READ-CUSTOMER-RECORD.                            00004460
                                                                        00004470
       330-APPLY-ONE-INVOICE.                                           00004480
           ADD IV-INVOICE-AMOUNT TO PENDING-POST-AMOUNT.                00004484
           IF NOT POSTING-PENDING                                       00004488
               COMPUTE PENDING-FIRST-ENTRY = POSTED-INVOICE-COUNT + 1   00004492
           END-IF.                                                      00004496
           SET POSTING-PENDING TO TRUE.                                 00004500
           ADD 1 TO INVOICES-POSTED-COUNT.                              00004504
           ADD IV-INVOICE-AMOUNT TO POSTED-BATCH-AMOUNT.                00004506
           PERFORM 335-STAGE-JOURNAL-ENTRY.                             00004508
           IF LINE-COUNT > LINES-ON-PAGE                                00004512
               PERFORM 410-PRINT-HEADING-LINES.                         00004516
           MOVE "POSTED" TO PSL-STATUS.                                 00004520
           MOVE IV-BRANCH-NUMBER   TO PSL-BRANCH-NUMBER.                00004524
           MOVE IV-SALESREP-NUMBER TO PSL-SALESREP-NUMBER.              00004528
           MOVE IV-CUSTOMER-NUMBER TO PSL-CUSTOMER-NUMBER.              00004532
           MOVE IV-INVOICE-NUMBER  TO PSL-INVOICE-NUMBER.               00004536
           MOVE IV-INVOICE-AMOUNT  TO PSL-INVOICE-AMOUNT.               00004540
           MOVE POSTING-LINE TO PRINT-AREA.                             00004544
           PERFORM 430-WRITE-REPORT-LINE.                               00004548
           PERFORM 200-GET-VALID-TRANSACTION.                           00004552
                                                                        00004556
       335-STAGE-JOURNAL-ENTRY.                                         00004560
           IF POSTED-INVOICE-COUNT < 5000                               00004564
               ADD 1 TO POSTED-INVOICE-COUNT                            00004568
               SET PIT-INDEX TO POSTED-INVOICE-COUNT                    00004572
               MOVE IV-INVOICE-NUMBER TO PIT-INVOICE-NUMBER (PIT-INDEX) 00004576
               MOVE TRAN-KEY          TO PIT-CUSTOMER-KEY (PIT-INDEX)   00004580
               MOVE IV-INVOICE-AMOUNT TO PIT-INVOICE-AMOUNT (PIT-INDEX) 00004584
               MOVE ZERO TO PIT-HISTORY-YEAR (PIT-INDEX)                00004588
               MOVE ZERO TO PIT-HISTORY-MONTH (PIT-INDEX)               00004592
           ELSE                                                         00004596
               SET JOURNAL-TABLE-FULL TO TRUE                           00004600
               SET BALANCE-ERROR TO TRUE                                00004604
           END-IF.                                                      00004608
                                                                        00004630
       340-REPORT-UNMATCHED-INVOICE.                                    00004640
           ADD 1 TO UNMATCHED-COUNT.                                    00004650
       350-POST-MATCHED-HISTORY.                                        00004790
           ADD PENDING-POST-AMOUNT TO SH-MONTHLY-SALES (1).             00004800
           ADD PENDING-POST-AMOUNT TO SH-YTD-POSTED.                    00004810
           PERFORM 390-STAMP-HISTORY-PERIOD.                            00004815
           PERFORM 365-WRITE-HISTORY-RECORD.                            00004820
           PERFORM 260-READ-HISTORY-RECORD.                             00004830
                                                                        00004840
           MOVE PENDING-POST-AMOUNT TO SH-YTD-POSTED.                   00004940
           MOVE PENDING-POST-AMOUNT TO SH-MONTHLY-SALES (1).            00004950
           ADD 1 TO HISTORIES-CREATED-COUNT.                            00004960
           PERFORM 390-STAMP-HISTORY-PERIOD.                            00004965
           PERFORM 365-WRITE-HISTORY-RECORD.                            00004970
                                                                        00004980
       360-WRITE-NEW-MASTER.                                            00004990
       380-COPY-ONE-PRIOR-HISTORY.                                      00005160
           PERFORM 365-WRITE-HISTORY-RECORD.                            00005170
           PERFORM 260-READ-HISTORY-RECORD.                             00005180
                                                                        00005189
       390-STAMP-HISTORY-PERIOD.                                        00005198
           PERFORM 395-STAMP-ONE-JOURNAL-ENTRY                          00005207
               WITH TEST BEFORE                                         00005216
               VARYING PIT-INDEX FROM PENDING-FIRST-ENTRY BY 1          00005225
               UNTIL PIT-INDEX > POSTED-INVOICE-COUNT.                  00005234
                                                                        00005243
       395-STAMP-ONE-JOURNAL-ENTRY.                                     00005252
           MOVE SH-CURRENT-YEAR  TO PIT-HISTORY-YEAR (PIT-INDEX).       00005261
           MOVE SH-CURRENT-MONTH TO PIT-HISTORY-MONTH (PIT-INDEX).      00005270
                                                                        00005280
       410-PRINT-HEADING-LINES.                                         00005290
           ADD 1 TO PAGE-COUNT.                                         00005300
           WRITE NEW-MASTER-RECORD.                                     00005520
                                                                        00005524
       500-PRINT-CONTROL-TOTALS.                                        00005530
           IF LINE-COUNT + 23 > LINES-ON-PAGE                           00005540
               PERFORM 410-PRINT-HEADING-LINES.                         00005550
           MOVE SPACES TO PRINT-AREA.                                   00005560
           PERFORM 430-WRITE-REPORT-LINE.                               00005570
           MOVE "UNMATCHED AMOUNT" TO AML-TEXT.                         00005850
           MOVE UNMATCHED-AMOUNT TO AML-AMOUNT.                         00005860
           PERFORM 520-PRINT-AMOUNT-LINE.                               00005870
           MOVE "DUPLICATE INVOICES" TO TOL-TEXT.                       00005871
           MOVE DUPLICATE-COUNT TO TOL-COUNT.                           00005872
           PERFORM 510-PRINT-TOTAL-LINE.                                00005873
           MOVE "DUPLICATE AMOUNT" TO AML-TEXT.                         00005874
           MOVE DUPLICATE-AMOUNT TO AML-AMOUNT.                         00005875
           PERFORM 520-PRINT-AMOUNT-LINE.                               00005876
           PERFORM 530-BALANCE-BATCH-TOTALS.                            00005880
           PERFORM 540-BALANCE-OLD-MASTER.                              00005890
                                                                        00005900
           END-IF.                                                      00006450
           MOVE MESSAGE-LINE TO PRINT-AREA.                             00006460
           PERFORM 430-WRITE-REPORT-LINE.                               00006470
                                                                        00006480
       600-UPDATE-INVOICE-JOURNAL.                                      00006490
           IF BALANCE-ERROR                                             00006500
               IF JOURNAL-TABLE-FULL                                    00006510
                   MOVE "INVOICE JOURNAL TABLE FULL - RUN ABENDED"      00006520
                       TO MSL-TEXT                                      00006530
               ELSE                                                     00006540
                   MOVE "INVOICE JOURNAL NOT UPDATED" TO MSL-TEXT       00006550
               END-IF                                                   00006560
           ELSE                                                         00006570
               PERFORM 610-WRITE-JOURNAL-ENTRY                          00006580
                   WITH TEST BEFORE                                     00006590
                   VARYING PIT-INDEX FROM 1 BY 1                        00006600
                   UNTIL PIT-INDEX > POSTED-INVOICE-COUNT               00006610
               MOVE "INVOICES JOURNALED" TO TOL-TEXT                    00006620
               MOVE JOURNAL-WRITTEN-COUNT TO TOL-COUNT                  00006630
               PERFORM 510-PRINT-TOTAL-LINE                             00006640
               PERFORM 620-WRITE-BATCH-CONTROL                          00006645
               MOVE "INVOICE JOURNAL UPDATED" TO MSL-TEXT               00006650
           END-IF.                                                      00006660
           MOVE MESSAGE-LINE TO PRINT-AREA.                             00006670
           PERFORM 430-WRITE-REPORT-LINE.                               00006680
                                                                        00006690
       610-WRITE-JOURNAL-ENTRY.                                         00006700
           MOVE SPACE TO INVOICE-JOURNAL-RECORD.                        00006710
           MOVE PIT-INVOICE-NUMBER (PIT-INDEX) TO IJ-INVOICE-NUMBER.    00006720
           MOVE PIT-CUSTOMER-KEY (PIT-INDEX)   TO IJ-CUSTOMER-KEY.      00006730
           MOVE PIT-INVOICE-AMOUNT (PIT-INDEX) TO IJ-INVOICE-AMOUNT.    00006740
           MOVE BATCH-DATE                     TO IJ-BATCH-DATE.        00006750
           MOVE RUN-DATE-N                     TO IJ-POSTING-DATE.      00006760
           MOVE PIT-HISTORY-YEAR (PIT-INDEX)   TO IJ-HISTORY-YEAR.      00006770
           MOVE PIT-HISTORY-MONTH (PIT-INDEX)  TO IJ-HISTORY-MONTH.     00006780
           MOVE "P" TO IJ-STATUS-CODE.                                  00006790
           MOVE ZERO TO IJ-BACKOUT-DATE.                                00006800
           WRITE INVOICE-JOURNAL-RECORD                                 00006810
               INVALID KEY                                              00006820
                   REWRITE INVOICE-JOURNAL-RECORD                       00006830
           END-WRITE.                                                   00006840
           ADD 1 TO JOURNAL-WRITTEN-COUNT.                              00006850
                                                                        00006860
       620-WRITE-BATCH-CONTROL.                                         00006870
           MOVE SPACE TO BATCH-CONTROL-RECORD.                          00006880
           MOVE BATCH-DATE            TO BC-BATCH-DATE.                 00006890
           MOVE RUN-DATE-N            TO BC-POSTING-DATE.               00006900
           MOVE EXPECTED-BATCH-COUNT  TO BC-TRAILER-COUNT.              00006910
           MOVE EXPECTED-BATCH-AMOUNT TO BC-TRAILER-AMOUNT.             00006920
           MOVE INVOICES-POSTED-COUNT TO BC-POSTED-COUNT.               00006930
           MOVE POSTED-BATCH-AMOUNT   TO BC-POSTED-AMOUNT.              00006940
           MOVE DUPLICATE-COUNT       TO BC-DUPLICATE-COUNT.            00006950
           MOVE DUPLICATE-AMOUNT      TO BC-DUPLICATE-AMOUNT.           00006960
           MOVE UNMATCHED-COUNT       TO BC-UNMATCHED-COUNT.            00006970
           MOVE UNMATCHED-AMOUNT      TO BC-UNMATCHED-AMOUNT.           00006980
           MOVE BATCH-CONTROL-RECORD TO BATCH-CONTROL-AREA.             00006990
           WRITE BATCH-CONTROL-AREA.                                    00007000
                                                                        00007010
       700-STAGE-CUSTOMER-CHANGE.                                       00007020
           MOVE "POST1000" TO CJ-PROGRAM-NAME.                          00007030
           MOVE RUN-DATE-N TO CJ-RUN-DATE.                              00007040
           MOVE CD-HOURS   TO CJ-RUN-HOURS.                             00007050
           MOVE CD-MINUTES TO CJ-RUN-MINUTES.                           00007060
           IF CJ-CUSTOMER-DELETED OR CJ-CUSTOMER-PURGED                 00007070
               MOVE CJ-BEFORE-KEY TO CJ-CUSTOMER-KEY                    00007080
           ELSE                                                         00007090
               MOVE CJ-AFTER-KEY  TO CJ-CUSTOMER-KEY                    00007100
           END-IF.                                                      00007110
           MOVE "NNNN" TO CJ-CHANGED-FIELDS.                            00007120
           IF CJ-BEFORE-KEY NOT = CJ-AFTER-KEY                          00007130
               MOVE "Y" TO CJ-KEY-CHANGED                               00007140
           END-IF.                                                      00007150
           IF CJ-BEFORE-NAME NOT = CJ-AFTER-NAME                        00007160
               MOVE "Y" TO CJ-NAME-CHANGED                              00007170
           END-IF.                                                      00007180
           IF CJ-BEFORE-THIS-YTD NOT = CJ-AFTER-THIS-YTD                00007190
               MOVE "Y" TO CJ-THIS-YTD-CHANGED                          00007200
           END-IF.                                                      00007210
           IF CJ-BEFORE-LAST-YTD NOT = CJ-AFTER-LAST-YTD                00007220
               MOVE "Y" TO CJ-LAST-YTD-CHANGED                          00007230
           END-IF.                                                      00007240
           MOVE CUSTOMER-CHANGE-RECORD TO CHANGE-WORK-AREA.             00007250
           WRITE CHANGE-WORK-AREA.                                      00007260
                                                                        00007270
       710-MOVE-MASTER-TO-BEFORE.                                       00007280
           MOVE CM-CUSTOMER-KEY   TO CJ-BEFORE-KEY.                     00007290
           MOVE CM-CUSTOMER-NAME  TO CJ-BEFORE-NAME.                    00007300
           MOVE CM-SALES-THIS-YTD TO CJ-BEFORE-THIS-YTD.                00007310
           MOVE CM-SALES-LAST-YTD TO CJ-BEFORE-LAST-YTD.                00007320
                                                                        00007330
       720-MOVE-MASTER-TO-AFTER.                                        00007340
           MOVE CM-CUSTOMER-KEY   TO CJ-AFTER-KEY.                      00007350
           MOVE CM-CUSTOMER-NAME  TO CJ-AFTER-NAME.                     00007360
           MOVE CM-SALES-THIS-YTD TO CJ-AFTER-THIS-YTD.                 00007370
           MOVE CM-SALES-LAST-YTD TO CJ-AFTER-LAST-YTD.                 00007380
                                                                        00007390
       750-UPDATE-CHANGE-JOURNAL.                                       00007400
           CLOSE CHGWORK.                                               00007410
           IF BALANCE-ERROR                                             00007420
               MOVE "CUSTOMER CHANGE JOURNAL NOT UPDATED"               00007430
                   TO MSL-TEXT                                          00007440
           ELSE                                                         00007450
               OPEN INPUT  CHGWORK                                      00007460
               OPEN EXTEND CUSTJRNL                                     00007470
               PERFORM 760-COPY-ONE-CHANGE                              00007480
                   WITH TEST BEFORE                                     00007490
                   UNTIL CHGWORK-EOF                                    00007500
               CLOSE CHGWORK                                            00007510
                     CUSTJRNL                                           00007520
               MOVE "CUSTOMER CHANGES JOURNALED" TO TOL-TEXT            00007530
               MOVE CHANGES-JOURNALED-COUNT TO TOL-COUNT                00007540
               PERFORM 510-PRINT-TOTAL-LINE                             00007550
               MOVE "CUSTOMER CHANGE JOURNAL UPDATED" TO MSL-TEXT       00007560
           END-IF.                                                      00007570
           MOVE MESSAGE-LINE TO PRINT-AREA.                             00007580
           PERFORM 430-WRITE-REPORT-LINE.                               00007590
                                                                        00007600
       760-COPY-ONE-CHANGE.                                             00007610
           READ CHGWORK                                                 00007620
               AT END                                                   00007630
                   SET CHGWORK-EOF TO TRUE                              00007640
               NOT AT END                                               00007650
                   MOVE CHANGE-WORK-AREA TO CUSTOMER-JOURNAL-AREA       00007660
                   WRITE CUSTOMER-JOURNAL-AREA                          00007670
                   ADD 1 TO CHANGES-JOURNALED-COUNT                     00007680
           END-READ.                                                    00007690
