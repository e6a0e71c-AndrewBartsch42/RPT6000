               ORGANIZATION LINE SEQUENTIAL.                            00000260
           SELECT OPTIONAL OVRDCARD ASSIGN TO OVRDCARD                  00000270
               ORGANIZATION LINE SEQUENTIAL.                            00000280
           SELECT CHGWORK  ASSIGN TO CHGWORK.                           00000282
           SELECT OPTIONAL CUSTJRNL ASSIGN TO CUSTJRNL                  00000284
               ORGANIZATION LINE SEQUENTIAL.                            00000286
                                                                        00000290
       DATA DIVISION.                                                   00000300
                                                                        00000310
       01  OVERRIDE-CARD-RECORD.                                        00000690
           05  OV-OVERRIDE-CODE    PIC X(8).                            00000700
           05  FILLER              PIC X(72).                           00000710
                                                                        00000711
       FD  CHGWORK                                                      00000712
           RECORDING MODE IS F                                          00000713
           LABEL RECORDS ARE STANDARD                                   00000714
           RECORD CONTAINS 150 CHARACTERS                               00000715
           BLOCK CONTAINS 150 CHARACTERS.                               00000716
       01  CHANGE-WORK-AREA    PIC X(150).                              00000717
                                                                        00000718
       FD  CUSTJRNL                                                     00000719
           RECORD CONTAINS 150 CHARACTERS.                              00000720
       01  CUSTOMER-JOURNAL-AREA PIC X(150).                            00000721
                                                                        00000722
       WORKING-STORAGE SECTION.                                         00000730
                                                                        00000740
       COPY PERIODCT.                                                   00000750
                                                                        00000753
       COPY CUSTJRNL.                                                   00000756
                                                                        00000760
       01  PERIOD-CONTROL-FIELDS.                                       00000770
           05  OVERRIDE-SWITCH         PIC X     VALUE "N".             00000780
               88  OLD-TRAILER-FOUND             VALUE "Y".             00000980
           05  BALANCE-ERROR-SWITCH    PIC X     VALUE "N".             00000990
               88  BALANCE-ERROR                 VALUE "Y".             00001000
           05  CHGWORK-EOF-SWITCH      PIC X     VALUE "N".             00001003
               88  CHGWORK-EOF                   VALUE "Y".             00001006
                                                                        00001010
       01  COUNT-FIELDS               PACKED-DECIMAL.                   00001020
           05  MASTERS-READ-COUNT      PIC 9(6)  VALUE ZERO.            00001030
           05  MASTERS-WRITTEN-COUNT   PIC 9(6)  VALUE ZERO.            00001040
           05  PURGE-CANDIDATE-COUNT   PIC 9(6)  VALUE ZERO.            00001050
           05  CHANGES-JOURNALED-COUNT PIC 9(6)  VALUE ZERO.            00001055
                                                                        00001060
       01  CONTROL-TOTAL-FIELDS       PACKED-DECIMAL.                   00001070
           05  BEFORE-TOTAL-THIS-YTD   PIC S9(11)V99 VALUE ZERO.        00001080
           END-IF.                                                      00002040
           OPEN INPUT  CUSTMAST                                         00002050
                OUTPUT NEWMAST.                                         00002060
           OPEN OUTPUT CHGWORK.                                         00002065
           MOVE PURGE-HEADER-LINE TO PRINT-AREA.                        00002070
           PERFORM 450-WRITE-REPORT-LINE.                               00002080
           PERFORM 300-ROLL-ONE-CUSTOMER                                00002090
               UNTIL CUSTMAST-EOF.                                      00002100
           PERFORM 350-WRITE-NEW-TRAILER.                               00002110
           PERFORM 500-PRINT-ROLLOVER-TOTALS.                           00002120
           PERFORM 750-UPDATE-CHANGE-JOURNAL.                           00002125
           CLOSE CUSTMAST                                               00002130
                 NEWMAST.                                               00002140
           IF NOT BALANCE-ERROR                                         00002150
           MOVE CUSTOMER-MASTER-RECORD TO WORK-CUSTOMER-RECORD.         00003030
           MOVE CM-SALES-THIS-YTD TO WRK-SALES-LAST-YTD.                00003040
           MOVE ZERO              TO WRK-SALES-THIS-YTD.                00003050
           IF CM-SALES-THIS-YTD NOT = ZERO OR                           00003051
              CM-SALES-LAST-YTD NOT = ZERO                              00003052
               INITIALIZE CUSTOMER-CHANGE-RECORD                        00003053
               SET CJ-YEAR-END-ROLLOVER TO TRUE                         00003054
               PERFORM 710-MOVE-MASTER-TO-BEFORE                        00003055
               MOVE CM-CUSTOMER-KEY    TO CJ-AFTER-KEY                  00003056
               MOVE CM-CUSTOMER-NAME   TO CJ-AFTER-NAME                 00003057
               MOVE WRK-SALES-THIS-YTD TO CJ-AFTER-THIS-YTD             00003058
               MOVE WRK-SALES-LAST-YTD TO CJ-AFTER-LAST-YTD             00003059
               PERFORM 700-STAGE-CUSTOMER-CHANGE                        00003060
           END-IF.                                                      00003061
           MOVE WORK-CUSTOMER-RECORD TO NEW-MASTER-RECORD.              00003062
           WRITE NEW-MASTER-RECORD.                                     00003070
           ADD 1 TO MASTERS-WRITTEN-COUNT.                              00003080
           ADD WRK-SALES-THIS-YTD TO AFTER-TOTAL-THIS-YTD.              00003090
           ADD 1 TO LINE-COUNT.                                         00003370
                                                                        00003380
       500-PRINT-ROLLOVER-TOTALS.                                       00003390
           IF LINE-COUNT + 15 > LINES-ON-PAGE                           00003400
               PERFORM 430-PRINT-HEADING-LINES.                         00003410
           MOVE SPACES TO PRINT-AREA.                                   00003420
           PERFORM 450-WRITE-REPORT-LINE.                               00003430
           WRITE PERIOD-CONTROL-AREA.                                   00004170
           CLOSE PERIODCTL.                                             00004180
                                                                        00004190
       700-STAGE-CUSTOMER-CHANGE.                                       00004200
           MOVE "CUST4000" TO CJ-PROGRAM-NAME.                          00004210
           MOVE CD-DATE    TO CJ-RUN-DATE.                              00004220
           MOVE CD-HOURS   TO CJ-RUN-HOURS.                             00004230
           MOVE CD-MINUTES TO CJ-RUN-MINUTES.                           00004240
           IF CJ-CUSTOMER-DELETED OR CJ-CUSTOMER-PURGED                 00004250
               MOVE CJ-BEFORE-KEY TO CJ-CUSTOMER-KEY                    00004260
           ELSE                                                         00004270
               MOVE CJ-AFTER-KEY  TO CJ-CUSTOMER-KEY                    00004280
           END-IF.                                                      00004290
           MOVE "NNNN" TO CJ-CHANGED-FIELDS.                            00004300
           IF CJ-BEFORE-KEY NOT = CJ-AFTER-KEY                          00004310
               MOVE "Y" TO CJ-KEY-CHANGED                               00004320
           END-IF.                                                      00004330
           IF CJ-BEFORE-NAME NOT = CJ-AFTER-NAME                        00004340
               MOVE "Y" TO CJ-NAME-CHANGED                              00004350
           END-IF.                                                      00004360
           IF CJ-BEFORE-THIS-YTD NOT = CJ-AFTER-THIS-YTD                00004370
               MOVE "Y" TO CJ-THIS-YTD-CHANGED                          00004380
           END-IF.                                                      00004390
           IF CJ-BEFORE-LAST-YTD NOT = CJ-AFTER-LAST-YTD                00004400
               MOVE "Y" TO CJ-LAST-YTD-CHANGED                          00004410
           END-IF.                                                      00004420
           MOVE CUSTOMER-CHANGE-RECORD TO CHANGE-WORK-AREA.             00004430
           WRITE CHANGE-WORK-AREA.                                      00004440
                                                                        00004450
       710-MOVE-MASTER-TO-BEFORE.                                       00004460
           MOVE CM-CUSTOMER-KEY   TO CJ-BEFORE-KEY.                     00004470
           MOVE CM-CUSTOMER-NAME  TO CJ-BEFORE-NAME.                    00004480
           MOVE CM-SALES-THIS-YTD TO CJ-BEFORE-THIS-YTD.                00004490
           MOVE CM-SALES-LAST-YTD TO CJ-BEFORE-LAST-YTD.                00004500
                                                                        00004510
       750-UPDATE-CHANGE-JOURNAL.                                       00004520
           CLOSE CHGWORK.                                               00004530
           IF BALANCE-ERROR                                             00004540
               MOVE "CUSTOMER CHANGE JOURNAL NOT UPDATED"               00004550
                   TO MSL-TEXT                                          00004560
           ELSE                                                         00004570
               OPEN INPUT  CHGWORK                                      00004580
               OPEN EXTEND CUSTJRNL                                     00004590
               PERFORM 760-COPY-ONE-CHANGE                              00004600
                   WITH TEST BEFORE                                     00004610
                   UNTIL CHGWORK-EOF                                    00004620
               CLOSE CHGWORK                                            00004630
                     CUSTJRNL                                           00004640
               MOVE "CUSTOMER CHANGES JOURNALED" TO CNL-TEXT            00004650
               MOVE CHANGES-JOURNALED-COUNT TO CNL-COUNT                00004660
               PERFORM 520-PRINT-COUNT-LINE                             00004670
               MOVE "CUSTOMER CHANGE JOURNAL UPDATED" TO MSL-TEXT       00004680
           END-IF.                                                      00004690
           MOVE MESSAGE-LINE TO PRINT-AREA.                             00004700
           PERFORM 450-WRITE-REPORT-LINE.                               00004710
                                                                        00004720
       760-COPY-ONE-CHANGE.                                             00004730
           READ CHGWORK                                                 00004740
               AT END                                                   00004750
                   SET CHGWORK-EOF TO TRUE                              00004760
               NOT AT END                                               00004770
                   MOVE CHANGE-WORK-AREA TO CUSTOMER-JOURNAL-AREA       00004780
                   WRITE CUSTOMER-JOURNAL-AREA                          00004790
                   ADD 1 TO CHANGES-JOURNALED-COUNT                     00004800
           END-READ.                                                    00004810
                                                                        00004820
