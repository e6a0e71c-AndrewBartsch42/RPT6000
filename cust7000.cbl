           SELECT OPTIONAL SALESHST ASSIGN TO SALESHST.                 00000230
           SELECT NEWHIST  ASSIGN TO NEWHIST.                           00000240
           SELECT PURGRPT  ASSIGN TO CUST7000.                          00000250
           SELECT CHGWORK  ASSIGN TO CHGWORK.                           00000252
           SELECT OPTIONAL CUSTJRNL ASSIGN TO CUSTJRNL                  00000254
               ORGANIZATION LINE SEQUENTIAL.                            00000256
                                                                        00000260
       DATA DIVISION.                                                   00000270
                                                                        00000280
           RECORD CONTAINS 130 CHARACTERS                               00000670
           BLOCK CONTAINS 130 CHARACTERS.                               00000680
       01  PRINT-AREA          PIC X(130).                              00000690
                                                                        00000691
       FD  CHGWORK                                                      00000692
           RECORDING MODE IS F                                          00000693
           LABEL RECORDS ARE STANDARD                                   00000694
           RECORD CONTAINS 150 CHARACTERS                               00000695
           BLOCK CONTAINS 150 CHARACTERS.                               00000696
       01  CHANGE-WORK-AREA    PIC X(150).                              00000697
                                                                        00000698
       FD  CUSTJRNL                                                     00000699
           RECORD CONTAINS 150 CHARACTERS.                              00000700
       01  CUSTOMER-JOURNAL-AREA PIC X(150).                            00000701
                                                                        00000702
       WORKING-STORAGE SECTION.                                         00000710
                                                                        00000713
       COPY CUSTJRNL.                                                   00000716
                                                                        00000720
       01  COMPARE-KEYS.                                                00000730
           05  MASTER-KEY.                                              00000740
               88  OLD-TRAILER-FOUND             VALUE "Y".             00000890
           05  BALANCE-ERROR-SWITCH    PIC X     VALUE "N".             00000900
               88  BALANCE-ERROR                 VALUE "Y".             00000910
           05  CHGWORK-EOF-SWITCH      PIC X     VALUE "N".             00000913
               88  CHGWORK-EOF                   VALUE "Y".             00000916
                                                                        00000920
       01  COUNT-FIELDS               PACKED-DECIMAL.                   00000930
           05  MASTERS-READ-COUNT      PIC 9(6)  VALUE ZERO.            00000940
           05  HISTORIES-READ-COUNT    PIC 9(6)  VALUE ZERO.            00000970
           05  HISTORIES-WRITTEN-COUNT PIC 9(6)  VALUE ZERO.            00000980
           05  HISTORIES-PURGED-COUNT  PIC 9(6)  VALUE ZERO.            00000990
           05  CHANGES-JOURNALED-COUNT PIC 9(6)  VALUE ZERO.            00000995
                                                                        00001000
       01  CONTROL-TOTAL-FIELDS       PACKED-DECIMAL.                   00001010
           05  INPUT-HASH-THIS-YTD     PIC S9(11)V99 VALUE ZERO.        00001020
                OUTPUT NEWHIST                                          00001880
                EXTEND ARCHIVE                                          00001890
                OUTPUT PURGRPT.                                         00001900
           OPEN OUTPUT CHGWORK.                                         00001905
           PERFORM 430-PRINT-HEADING-LINES.                             00001910
           MOVE PURGE-HEADER-LINE TO PRINT-AREA.                        00001920
           PERFORM 450-WRITE-REPORT-LINE.                               00001930
               UNTIL SALESHST-EOF.                                      00001990
           PERFORM 350-WRITE-NEW-TRAILER.                               00002000
           PERFORM 500-PRINT-PURGE-TOTALS.                              00002010
           PERFORM 750-UPDATE-CHANGE-JOURNAL.                           00002015
           CLOSE CUSTMAST                                               00002020
                 SALESHST                                               00002030
                 NEWMAST                                                00002040
           MOVE CM-SALES-LAST-YTD  TO AR-SALES-LAST-YTD.                00002680
           MOVE RUN-DATE-N         TO AR-PURGE-DATE.                    00002690
           WRITE ARCHIVE-CUSTOMER-RECORD.                               00002700
           INITIALIZE CUSTOMER-CHANGE-RECORD.                           00002701
           SET CJ-CUSTOMER-PURGED TO TRUE.                              00002702
           PERFORM 710-MOVE-MASTER-TO-BEFORE.                           00002703
           PERFORM 700-STAGE-CUSTOMER-CHANGE.                           00002705
           IF LINE-COUNT > LINES-ON-PAGE                                00002710
               PERFORM 430-PRINT-HEADING-LINES.                         00002720
           MOVE CM-BRANCH-NUMBER   TO PDL-BRANCH-NUMBER.                00002730
           ADD 1 TO LINE-COUNT.                                         00003220
                                                                        00003230
       500-PRINT-PURGE-TOTALS.                                          00003240
           IF LINE-COUNT + 12 > LINES-ON-PAGE                           00003250
               PERFORM 430-PRINT-HEADING-LINES.                         00003260
           MOVE SPACES TO PRINT-AREA.                                   00003270
           PERFORM 450-WRITE-REPORT-LINE.                               00003280
       520-PRINT-COUNT-LINE.                                            00003660
           MOVE COUNT-LINE TO PRINT-AREA.                               00003670
           PERFORM 450-WRITE-REPORT-LINE.                               00003680
                                                                        00003690
       700-STAGE-CUSTOMER-CHANGE.                                       00003700
           MOVE "CUST7000" TO CJ-PROGRAM-NAME.                          00003710
           MOVE RUN-DATE-N TO CJ-RUN-DATE.                              00003720
           MOVE CD-HOURS   TO CJ-RUN-HOURS.                             00003730
           MOVE CD-MINUTES TO CJ-RUN-MINUTES.                           00003740
           IF CJ-CUSTOMER-DELETED OR CJ-CUSTOMER-PURGED                 00003750
               MOVE CJ-BEFORE-KEY TO CJ-CUSTOMER-KEY                    00003760
           ELSE                                                         00003770
               MOVE CJ-AFTER-KEY  TO CJ-CUSTOMER-KEY                    00003780
           END-IF.                                                      00003790
           MOVE "NNNN" TO CJ-CHANGED-FIELDS.                            00003800
           IF CJ-BEFORE-KEY NOT = CJ-AFTER-KEY                          00003810
               MOVE "Y" TO CJ-KEY-CHANGED                               00003820
           END-IF.                                                      00003830
           IF CJ-BEFORE-NAME NOT = CJ-AFTER-NAME                        00003840
               MOVE "Y" TO CJ-NAME-CHANGED                              00003850
           END-IF.                                                      00003860
           IF CJ-BEFORE-THIS-YTD NOT = CJ-AFTER-THIS-YTD                00003870
               MOVE "Y" TO CJ-THIS-YTD-CHANGED                          00003880
           END-IF.                                                      00003890
           IF CJ-BEFORE-LAST-YTD NOT = CJ-AFTER-LAST-YTD                00003900
               MOVE "Y" TO CJ-LAST-YTD-CHANGED                          00003910
           END-IF.                                                      00003920
           MOVE CUSTOMER-CHANGE-RECORD TO CHANGE-WORK-AREA.             00003930
           WRITE CHANGE-WORK-AREA.                                      00003940
                                                                        00003950
       710-MOVE-MASTER-TO-BEFORE.                                       00003960
           MOVE CM-CUSTOMER-KEY   TO CJ-BEFORE-KEY.                     00003970
           MOVE CM-CUSTOMER-NAME  TO CJ-BEFORE-NAME.                    00003980
           MOVE CM-SALES-THIS-YTD TO CJ-BEFORE-THIS-YTD.                00003990
           MOVE CM-SALES-LAST-YTD TO CJ-BEFORE-LAST-YTD.                00004000
                                                                        00004010
       750-UPDATE-CHANGE-JOURNAL.                                       00004020
           CLOSE CHGWORK.                                               00004030
           IF BALANCE-ERROR                                             00004040
               MOVE "CUSTOMER CHANGE JOURNAL NOT UPDATED"               00004050
                   TO MSL-TEXT                                          00004060
           ELSE                                                         00004070
               OPEN INPUT  CHGWORK                                      00004080
               OPEN EXTEND CUSTJRNL                                     00004090
               PERFORM 760-COPY-ONE-CHANGE                              00004100
                   WITH TEST BEFORE                                     00004110
                   UNTIL CHGWORK-EOF                                    00004120
               CLOSE CHGWORK                                            00004130
                     CUSTJRNL                                           00004140
               MOVE "CUSTOMER CHANGES JOURNALED" TO CNL-TEXT            00004150
               MOVE CHANGES-JOURNALED-COUNT TO CNL-COUNT                00004160
               PERFORM 520-PRINT-COUNT-LINE                             00004170
               MOVE "CUSTOMER CHANGE JOURNAL UPDATED" TO MSL-TEXT       00004180
           END-IF.                                                      00004190
           MOVE MESSAGE-LINE TO PRINT-AREA.                             00004200
           PERFORM 450-WRITE-REPORT-LINE.                               00004210
                                                                        00004220
       760-COPY-ONE-CHANGE.                                             00004230
           READ CHGWORK                                                 00004240
               AT END                                                   00004250
                   SET CHGWORK-EOF TO TRUE                              00004260
               NOT AT END                                               00004270
                   MOVE CHANGE-WORK-AREA TO CUSTOMER-JOURNAL-AREA       00004280
                   WRITE CUSTOMER-JOURNAL-AREA                          00004290
                   ADD 1 TO CHANGES-JOURNALED-COUNT                     00004300
           END-READ.                                                    00004310
                                                                        00004320
