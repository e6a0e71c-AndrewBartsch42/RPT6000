       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. COMM2000.                                            00000030
                                                                        00000040
       ENVIRONMENT DIVISION.                                            00000050
                                                                        00000060
       INPUT-OUTPUT SECTION.                                            00000070
                                                                        00000080
       FILE-CONTROL.                                                    00000090
           SELECT ACPTCARD ASSIGN TO ACPTCARD                           00000100
               ORGANIZATION LINE SEQUENTIAL.                            00000110
           SELECT COMMPAY  ASSIGN TO COMMPAY.                           00000120
           SELECT OPTIONAL COMMLDG ASSIGN TO COMMLDG.                   00000130
           SELECT NEWLDG   ASSIGN TO NEWLDG.                            00000140
           SELECT LDGRRPT  ASSIGN TO COMM2000.                          00000150
                                                                        00000160
       DATA DIVISION.                                                   00000170
                                                                        00000180
       FILE SECTION.                                                    00000190
                                                                        00000200
       FD  ACPTCARD                                                     00000210
           RECORD CONTAINS 80 CHARACTERS.                               00000220
       01  ACCEPTANCE-CARD-RECORD.                                      00000230
           05  AC-PAY-PERIOD           PIC 9(6).                        00000240
           05  AC-PAY-PERIOD-X REDEFINES AC-PAY-PERIOD                  00000250
                                       PIC X(6).                        00000260
           05  AC-RECORD-COUNT         PIC 9(6).                        00000270
           05  AC-RECORD-COUNT-X REDEFINES AC-RECORD-COUNT              00000280
                                       PIC X(6).                        00000290
           05  AC-TOTAL-AMOUNT         PIC 9(10)V99.                    00000300
           05  AC-TOTAL-AMOUNT-X REDEFINES AC-TOTAL-AMOUNT              00000310
                                       PIC X(12).                       00000320
           05  AC-TOTAL-SIGN           PIC X(1).                        00000330
           05  FILLER                  PIC X(55).                       00000340
                                                                        00000350
       FD  COMMPAY                                                      00000360
           RECORDING MODE IS F                                          00000370
           LABEL RECORDS ARE STANDARD                                   00000380
           RECORD CONTAINS 80 CHARACTERS                                00000390
           BLOCK CONTAINS 80 CHARACTERS.                                00000400
       COPY COMMPAY.                                                    00000410
                                                                        00000420
       FD  COMMLDG                                                      00000430
           RECORDING MODE IS F                                          00000440
           LABEL RECORDS ARE STANDARD                                   00000450
           RECORD CONTAINS 80 CHARACTERS                                00000460
           BLOCK CONTAINS 80 CHARACTERS.                                00000470
       COPY COMMLDG.                                                    00000480
                                                                        00000490
       FD  NEWLDG                                                       00000500
           RECORDING MODE IS F                                          00000510
           LABEL RECORDS ARE STANDARD                                   00000520
           RECORD CONTAINS 80 CHARACTERS                                00000530
           BLOCK CONTAINS 80 CHARACTERS.                                00000540
       01  NEW-LEDGER-RECORD       PIC X(80).                           00000550
                                                                        00000560
       FD  LDGRRPT                                                      00000570
           RECORDING MODE IS F                                          00000580
           LABEL RECORDS ARE STANDARD                                   00000590
           RECORD CONTAINS 130 CHARACTERS                               00000600
           BLOCK CONTAINS 130 CHARACTERS.                               00000610
       01  PRINT-AREA          PIC X(130).                              00000620
                                                                        00000630
       WORKING-STORAGE SECTION.                                         00000640
                                                                        00000650
       01  RUN-DATE-FIELDS.                                             00000660
           05  RUN-DATE-N          PIC 9(8)  VALUE ZERO.                00000670
                                                                        00000680
       01  WORK-LEDGER-RECORD.                                          00000690
           05  WRK-SALESREP-NUMBER     PIC 9(2).                        00000700
           05  WRK-COMMISSION-YEAR     PIC 9(4).                        00000710
           05  WRK-LAST-PAID-PERIOD    PIC 9(6).                        00000720
           05  WRK-SALES-COMMISSIONED  PIC S9(10)V99.                   00000730
           05  WRK-COMMISSION-PAID     PIC S9(8)V99.                    00000740
           05  WRK-LAST-RATE           PIC 9V999.                       00000750
           05  WRK-LAST-PAID-DATE      PIC 9(8).                        00000760
           05  FILLER                  PIC X(34).                       00000770
                                                                        00000780
       01  COMPARE-KEYS.                                                00000790
           05  LEDGER-KEY              PIC X(2).                        00000800
           05  PAYABLE-KEY             PIC X(2).                        00000810
                                                                        00000820
       01  SWITCHES.                                                    00000830
           05  COMMPAY-EOF-SWITCH      PIC X     VALUE "N".             00000840
               88  COMMPAY-EOF                   VALUE "Y".             00000850
           05  COMMLDG-EOF-SWITCH      PIC X     VALUE "N".             00000860
               88  COMMLDG-EOF                   VALUE "Y".             00000870
           05  CARD-VALID-SWITCH       PIC X     VALUE "N".             00000880
               88  CARD-VALID                    VALUE "Y".             00000890
           05  PAYABLE-TRAILER-SWITCH  PIC X     VALUE "N".             00000900
               88  PAYABLE-TRAILER-FOUND         VALUE "Y".             00000910
           05  PAYABLE-ACCEPTED-SWITCH PIC X     VALUE "N".             00000920
               88  PAYABLE-ACCEPTED              VALUE "Y".             00000930
           05  BALANCE-ERROR-SWITCH    PIC X     VALUE "N".             00000940
               88  BALANCE-ERROR                 VALUE "Y".             00000950
                                                                        00000960
       01  PAYABLE-FIELDS.                                              00000970
           05  PERIOD-ERROR-COUNT      PIC 9(6)  VALUE ZERO.            00000990
                                                                        00001000
       01  ACCEPTANCE-FIELDS          PACKED-DECIMAL.                   00001010
           05  ACCEPTED-AMOUNT         PIC S9(10)V99 VALUE ZERO.        00001020
           05  DETAIL-COUNT            PIC 9(6)      VALUE ZERO.        00001030
           05  DETAIL-AMOUNT           PIC S9(10)V99 VALUE ZERO.        00001040
           05  TRAILER-COUNT           PIC 9(6)      VALUE ZERO.        00001050
           05  TRAILER-AMOUNT          PIC S9(10)V99 VALUE ZERO.        00001060
           05  PRIOR-COMMISSION-PAID   PIC S9(8)V99  VALUE ZERO.        00001070
           05  EXPECTED-PRIOR-PAID     PIC S9(8)V99  VALUE ZERO.        00001080
                                                                        00001090
       01  COUNT-FIELDS               PACKED-DECIMAL.                   00001100
           05  LEDGERS-READ-COUNT      PIC 9(6)  VALUE ZERO.            00001110
           05  LEDGERS-WRITTEN-COUNT   PIC 9(6)  VALUE ZERO.            00001120
           05  PAYABLES-APPLIED-COUNT  PIC 9(6)  VALUE ZERO.            00001130
           05  LEDGERS-ADDED-COUNT     PIC 9(6)  VALUE ZERO.            00001140
           05  REJECT-COUNT            PIC 9(6)  VALUE ZERO.            00001150
                                                                        00001160
       01  LEDGER-TOTAL-FIELDS        PACKED-DECIMAL.                   00001170
           05  APPLIED-AMOUNT          PIC S9(10)V99 VALUE ZERO.        00001180
           05  REJECTED-AMOUNT         PIC S9(10)V99 VALUE ZERO.        00001190
                                                                        00001200
       01  REJECT-FIELDS.                                               00001210
           05  REJECT-REASON           PIC X(20).                       00001220
                                                                        00001230
       01  PRINT-FIELDS        PACKED-DECIMAL.                          00001240
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00001250
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00001260
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00001270
                                                                        00001280
       01  CURRENT-DATE-AND-TIME.                                       00001290
           05  CD-YEAR         PIC 9999.                                00001300
           05  CD-MONTH        PIC 99.                                  00001310
           05  CD-DAY          PIC 99.                                  00001320
           05  CD-HOURS        PIC 99.                                  00001330
           05  CD-MINUTES      PIC 99.                                  00001340
           05  FILLER          PIC X(9).                                00001350
                                                                        00001360
       01  HEADING-LINE-1.                                              00001370
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00001380
           05  HL1-MONTH       PIC 9(2).                                00001390
           05  FILLER          PIC X(1)    VALUE "/".                   00001400
           05  HL1-DAY         PIC 9(2).                                00001410
           05  FILLER          PIC X(1)    VALUE "/".                   00001420
           05  HL1-YEAR        PIC 9(4).                                00001430
           05  FILLER          PIC X(24)   VALUE SPACE.                 00001440
           05  FILLER          PIC X(30)   VALUE                        00001450
               "COMMISSION LEDGER UPDATE AUDIT".                        00001460
           05  FILLER          PIC X(25)   VALUE " REPORT".             00001470
           05  FILLER          PIC X(18)   VALUE SPACE.                 00001480
           05  FILLER          PIC X(6)    VALUE "PAGE: ".              00001490
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                00001500
           05  FILLER          PIC X(26)   VALUE SPACE.                 00001510
                                                                        00001520
       01  HEADING-LINE-2.                                              00001530
           05  FILLER          PIC X(7)    VALUE "TIME:  ".             00001540
           05  HL2-HOURS       PIC 9(2).                                00001550
           05  FILLER          PIC X(1)    VALUE ":".                   00001560
           05  HL2-MINUTES     PIC 9(2).                                00001570
           05  FILLER          PIC X(82)   VALUE SPACE.                 00001580
           05  FILLER          PIC X(8)    VALUE "COMM2000".            00001590
           05  FILLER          PIC X(28)   VALUE SPACE.                 00001600
                                                                        00001610
       01  HEADING-LINE-3.                                              00001620
           05  FILLER          PIC X(30)   VALUE                        00001630
               "STATUS              SALESREP  ".                        00001640
           05  FILLER          PIC X(30)   VALUE                        00001650
               "NAME        PERIOD       PAID ".                        00001660
           05  FILLER          PIC X(30)   VALUE                        00001670
               "BEFORE    THIS PERIOD      PAI".                        00001680
           05  FILLER          PIC X(30)   VALUE                        00001690
               "D AFTER      SALES BASE       ".                        00001700
           05  FILLER          PIC X(10)   VALUE SPACE.                 00001710
                                                                        00001720
       01  LEDGER-LINE.                                                 00001730
           05  LGL-STATUS          PIC X(20).                           00001740
           05  FILLER              PIC X(2)     VALUE SPACE.            00001750
           05  LGL-SALESREP-NUMBER PIC Z9.                              00001760
           05  FILLER              PIC X(6)     VALUE SPACE.            00001770
           05  LGL-SALESREP-NAME   PIC X(10).                           00001780
           05  FILLER              PIC X(2)     VALUE SPACE.            00001790
           05  LGL-PAY-PERIOD      PIC 9(6).                            00001800
           05  FILLER              PIC X(1)     VALUE SPACE.            00001810
           05  LGL-PAID-BEFORE     PIC ZZ,ZZZ,ZZ9.99-.                  00001820
           05  FILLER              PIC X(1)     VALUE SPACE.            00001830
           05  LGL-PAID-THIS-PERIOD                                     00001840
                                   PIC ZZ,ZZZ,ZZ9.99-.                  00001850
           05  FILLER              PIC X(1)     VALUE SPACE.            00001860
           05  LGL-PAID-AFTER      PIC ZZ,ZZZ,ZZ9.99-.                  00001870
           05  FILLER              PIC X(1)     VALUE SPACE.            00001880
           05  LGL-SALES-BASE      PIC Z,ZZZ,ZZZ,ZZ9.99-.               00001890
           05  FILLER              PIC X(19)    VALUE SPACE.            00001900
                                                                        00001910
       01  TOTAL-LINE.                                                  00001920
           05  TOL-TEXT            PIC X(30).                           00001930
           05  TOL-COUNT           PIC ZZZ,ZZ9.                         00001940
           05  FILLER              PIC X(93)    VALUE SPACE.            00001950
                                                                        00001960
       01  AMOUNT-LINE.                                                 00001970
           05  AML-TEXT            PIC X(30).                           00001980
           05  AML-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.              00001990
           05  FILLER              PIC X(82)    VALUE SPACE.            00002000
                                                                        00002010
       01  MESSAGE-LINE.                                                00002020
           05  MSL-TEXT            PIC X(130).                          00002030
                                                                        00002040
       PROCEDURE DIVISION.                                              00002050
                                                                        00002060
       000-UPDATE-COMMISSION-LEDGER.                                    00002070
                                                                        00002080
           OPEN INPUT  ACPTCARD                                         00002090
                INPUT  COMMPAY                                          00002100
                OUTPUT LDGRRPT.                                         00002110
           PERFORM 100-FORMAT-REPORT-HEADING.                           00002120
           PERFORM 150-READ-ACCEPTANCE-CARD.                            00002130
           IF CARD-VALID                                                00002140
               PERFORM 160-PROVE-PAYABLE-FILE                           00002150
           END-IF.                                                      00002160
           IF NOT PAYABLE-ACCEPTED                                      00002170
               PERFORM 410-PRINT-HEADING-LINES                          00002180
               PERFORM 520-PRINT-ACCEPTANCE-TOTALS                      00002190
               IF NOT CARD-VALID                                        00002200
                   MOVE "ACCEPTANCE CARD INVALID - RUN REFUSED"         00002210
                       TO MSL-TEXT                                      00002220
               ELSE                                                     00002230
                   MOVE "PAYABLE FILE NOT ACCEPTED - LEDGER NOT UPDATED"00002240
                       TO MSL-TEXT                                      00002250
               END-IF                                                   00002260
               MOVE MESSAGE-LINE TO PRINT-AREA                          00002270
               PERFORM 430-WRITE-REPORT-LINE                            00002280
               CLOSE ACPTCARD                                           00002290
                     COMMPAY                                            00002300
                     LDGRRPT                                            00002310
               MOVE 16 TO RETURN-CODE                                   00002320
               STOP RUN                                                 00002330
           END-IF.                                                      00002340
           CLOSE COMMPAY.                                               00002350
           MOVE "N" TO COMMPAY-EOF-SWITCH.                              00002360
           OPEN INPUT  COMMPAY                                          00002370
                INPUT  COMMLDG                                          00002380
                OUTPUT NEWLDG.                                          00002390
           PERFORM 250-READ-LEDGER-RECORD.                              00002400
           PERFORM 260-READ-PAYABLE-DETAIL.                             00002410
           PERFORM 300-APPLY-ONE-PAYABLE                                00002420
               UNTIL COMMLDG-EOF AND COMMPAY-EOF.                       00002430
           PERFORM 500-PRINT-CONTROL-TOTALS.                            00002440
           CLOSE ACPTCARD                                               00002450
                 COMMPAY                                                00002460
                 COMMLDG                                                00002470
                 NEWLDG                                                 00002480
                 LDGRRPT.                                               00002490
           IF BALANCE-ERROR                                             00002500
               MOVE 16 TO RETURN-CODE                                   00002510
           END-IF.                                                      00002520
           STOP RUN.                                                    00002530
                                                                        00002540
       100-FORMAT-REPORT-HEADING.                                       00002550
                                                                        00002560
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00002570
           MOVE CD-MONTH   TO HL1-MONTH.                                00002580
           MOVE CD-DAY     TO HL1-DAY.                                  00002590
           MOVE CD-YEAR    TO HL1-YEAR.                                 00002600
           MOVE CD-HOURS   TO HL2-HOURS.                                00002610
           MOVE CD-MINUTES TO HL2-MINUTES.                              00002620
           COMPUTE RUN-DATE-N =                                         00002630
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.               00002640
                                                                        00002650
       150-READ-ACCEPTANCE-CARD.                                        00002660
           READ ACPTCARD                                                00002670
               AT END                                                   00002680
                   CONTINUE                                             00002690
               NOT AT END                                               00002700
                   IF AC-PAY-PERIOD-X    NUMERIC AND                    00002710
                      AC-RECORD-COUNT-X  NUMERIC AND                    00002720
                      AC-TOTAL-AMOUNT-X  NUMERIC AND                    00002730
                      (AC-TOTAL-SIGN = SPACE OR "-")                    00002740
                       SET CARD-VALID TO TRUE                           00002750
                       MOVE AC-TOTAL-AMOUNT TO ACCEPTED-AMOUNT          00002770
                       IF AC-TOTAL-SIGN = "-"                           00002780
                           COMPUTE ACCEPTED-AMOUNT =                    00002790
                               ZERO - ACCEPTED-AMOUNT                   00002800
                       END-IF                                           00002810
                   END-IF                                               00002820
           END-READ.                                                    00002830
                                                                        00002840
       160-PROVE-PAYABLE-FILE.                                          00002850
           PERFORM 170-READ-ONE-PAYABLE                                 00002860
               WITH TEST BEFORE                                         00002870
               UNTIL COMMPAY-EOF.                                       00002880
           IF PAYABLE-TRAILER-FOUND AND                                 00002890
              PERIOD-ERROR-COUNT = ZERO AND                             00002900
              TRAILER-COUNT  = DETAIL-COUNT AND                         00002910
              TRAILER-AMOUNT = DETAIL-AMOUNT AND                        00002920
              AC-RECORD-COUNT = DETAIL-COUNT AND                        00002930
              ACCEPTED-AMOUNT = DETAIL-AMOUNT                           00002940
               SET PAYABLE-ACCEPTED TO TRUE                             00002950
           END-IF.                                                      00002960
                                                                        00002970
       170-READ-ONE-PAYABLE.                                            00002980
           READ COMMPAY                                                 00002990
               AT END                                                   00003000
                   SET COMMPAY-EOF TO TRUE                              00003010
               NOT AT END                                               00003020
                   IF CP-TRAILER-RECORD                                 00003030
                       SET PAYABLE-TRAILER-FOUND TO TRUE                00003040
                       MOVE CP-TRAILER-COUNT  TO TRAILER-COUNT          00003050
                       MOVE CP-TRAILER-AMOUNT TO TRAILER-AMOUNT         00003060
                       IF CP-TRAILER-PERIOD NOT = AC-PAY-PERIOD         00003070
                           ADD 1 TO PERIOD-ERROR-COUNT                  00003080
                       END-IF                                           00003090
                   ELSE                                                 00003100
                       ADD 1 TO DETAIL-COUNT                            00003110
                       ADD CP-COMMISSION-AMOUNT TO DETAIL-AMOUNT        00003120
                       IF CP-PAY-PERIOD NOT = AC-PAY-PERIOD             00003130
                           ADD 1 TO PERIOD-ERROR-COUNT                  00003140
                       END-IF                                           00003150
                   END-IF                                               00003160
           END-READ.                                                    00003170
                                                                        00003180
       250-READ-LEDGER-RECORD.                                          00003190
           READ COMMLDG                                                 00003200
               AT END                                                   00003210
                   SET COMMLDG-EOF TO TRUE                              00003220
                   MOVE HIGH-VALUE TO LEDGER-KEY                        00003230
               NOT AT END                                               00003240
                   ADD 1 TO LEDGERS-READ-COUNT                          00003250
                   MOVE CL-SALESREP-NUMBER TO LEDGER-KEY                00003260
           END-READ.                                                    00003270
                                                                        00003280
       260-READ-PAYABLE-DETAIL.                                         00003290
           READ COMMPAY                                                 00003300
               AT END                                                   00003310
                   SET COMMPAY-EOF TO TRUE                              00003320
                   MOVE HIGH-VALUE TO PAYABLE-KEY                       00003330
               NOT AT END                                               00003340
                   IF CP-TRAILER-RECORD                                 00003350
                       SET COMMPAY-EOF TO TRUE                          00003360
                       MOVE HIGH-VALUE TO PAYABLE-KEY                   00003370
                   ELSE                                                 00003380
                       MOVE CP-SALESREP-NUMBER TO PAYABLE-KEY           00003390
                   END-IF                                               00003400
           END-READ.                                                    00003410
                                                                        00003420
       300-APPLY-ONE-PAYABLE.                                           00003430
           EVALUATE TRUE                                                00003440
               WHEN LEDGER-KEY < PAYABLE-KEY                            00003450
                   PERFORM 320-COPY-OLD-LEDGER                          00003460
               WHEN LEDGER-KEY = PAYABLE-KEY                            00003470
                   MOVE COMMISSION-LEDGER-RECORD TO WORK-LEDGER-RECORD  00003480
                   PERFORM 330-POST-ONE-PAYMENT                         00003490
                   PERFORM 360-WRITE-NEW-LEDGER                         00003500
                   PERFORM 250-READ-LEDGER-RECORD                       00003510
                   PERFORM 260-READ-PAYABLE-DETAIL                      00003520
               WHEN OTHER                                               00003530
                   MOVE SPACE TO WORK-LEDGER-RECORD                     00003540
                   MOVE ZERO TO WRK-LAST-PAID-PERIOD                    00003550
                                WRK-SALES-COMMISSIONED                  00003560
                                WRK-COMMISSION-PAID                     00003570
                                WRK-LAST-RATE                           00003580
                                WRK-LAST-PAID-DATE                      00003590
                   MOVE CP-SALESREP-NUMBER TO WRK-SALESREP-NUMBER       00003600
                   MOVE CP-COMMISSION-YEAR TO WRK-COMMISSION-YEAR       00003610
                   PERFORM 330-POST-ONE-PAYMENT                         00003620
                   IF REJECT-REASON = SPACE                             00003630
                       PERFORM 360-WRITE-NEW-LEDGER                     00003640
                       ADD 1 TO LEDGERS-ADDED-COUNT                     00003650
                   END-IF                                               00003660
                   PERFORM 260-READ-PAYABLE-DETAIL                      00003670
           END-EVALUATE.                                                00003680
                                                                        00003690
       320-COPY-OLD-LEDGER.                                             00003700
           MOVE COMMISSION-LEDGER-RECORD TO WORK-LEDGER-RECORD.         00003710
           PERFORM 360-WRITE-NEW-LEDGER.                                00003720
           PERFORM 250-READ-LEDGER-RECORD.                              00003730
                                                                        00003740
       330-POST-ONE-PAYMENT.                                            00003750
           MOVE SPACE TO REJECT-REASON.                                 00003760
           IF WRK-COMMISSION-YEAR = CP-COMMISSION-YEAR                  00003770
               MOVE WRK-COMMISSION-PAID TO PRIOR-COMMISSION-PAID        00003780
           ELSE                                                         00003790
               MOVE ZERO TO PRIOR-COMMISSION-PAID                       00003800
           END-IF.                                                      00003810
           COMPUTE EXPECTED-PRIOR-PAID =                                00003820
               CP-COMMISSION-TO-DATE - CP-COMMISSION-AMOUNT.            00003830
           IF WRK-COMMISSION-YEAR = CP-COMMISSION-YEAR AND              00003840
              WRK-LAST-PAID-PERIOD NOT < CP-PAY-PERIOD                  00003850
               MOVE "PERIOD ALREADY PAID" TO REJECT-REASON              00003860
           ELSE                                                         00003870
               IF PRIOR-COMMISSION-PAID NOT = EXPECTED-PRIOR-PAID       00003880
                   MOVE "LEDGER OUT OF STEP" TO REJECT-REASON           00003890
               END-IF                                                   00003900
           END-IF.                                                      00003910
           MOVE CP-SALESREP-NUMBER    TO LGL-SALESREP-NUMBER.           00003920
           MOVE CP-SALESREP-NAME      TO LGL-SALESREP-NAME.             00003930
           MOVE CP-PAY-PERIOD         TO LGL-PAY-PERIOD.                00003940
           MOVE PRIOR-COMMISSION-PAID TO LGL-PAID-BEFORE.               00003950
           MOVE CP-COMMISSION-AMOUNT  TO LGL-PAID-THIS-PERIOD.          00003960
           IF REJECT-REASON = SPACE                                     00003970
               MOVE CP-COMMISSION-YEAR    TO WRK-COMMISSION-YEAR        00003980
               MOVE CP-PAY-PERIOD         TO WRK-LAST-PAID-PERIOD       00003990
               MOVE CP-SALES-BASE         TO WRK-SALES-COMMISSIONED     00004000
               COMPUTE WRK-COMMISSION-PAID =                            00004010
                   PRIOR-COMMISSION-PAID + CP-COMMISSION-AMOUNT         00004020
               MOVE CP-COMMISSION-RATE    TO WRK-LAST-RATE              00004030
               MOVE RUN-DATE-N            TO WRK-LAST-PAID-DATE         00004040
               ADD 1 TO PAYABLES-APPLIED-COUNT                          00004050
               ADD CP-COMMISSION-AMOUNT TO APPLIED-AMOUNT               00004060
               MOVE "APPLIED" TO LGL-STATUS                             00004070
               MOVE WRK-COMMISSION-PAID    TO LGL-PAID-AFTER            00004080
               MOVE WRK-SALES-COMMISSIONED TO LGL-SALES-BASE            00004090
           ELSE                                                         00004100
               SET BALANCE-ERROR TO TRUE                                00004110
               ADD 1 TO REJECT-COUNT                                    00004120
               ADD CP-COMMISSION-AMOUNT TO REJECTED-AMOUNT              00004130
               MOVE REJECT-REASON TO LGL-STATUS                         00004140
               MOVE WRK-COMMISSION-PAID    TO LGL-PAID-AFTER            00004150
               MOVE WRK-SALES-COMMISSIONED TO LGL-SALES-BASE            00004160
           END-IF.                                                      00004170
           PERFORM 400-PRINT-LEDGER-LINE.                               00004180
                                                                        00004190
       360-WRITE-NEW-LEDGER.                                            00004200
           MOVE WORK-LEDGER-RECORD TO NEW-LEDGER-RECORD.                00004210
           WRITE NEW-LEDGER-RECORD.                                     00004220
           ADD 1 TO LEDGERS-WRITTEN-COUNT.                              00004230
                                                                        00004240
       400-PRINT-LEDGER-LINE.                                           00004250
           IF LINE-COUNT > LINES-ON-PAGE                                00004260
               PERFORM 410-PRINT-HEADING-LINES.                         00004270
           MOVE LEDGER-LINE TO PRINT-AREA.                              00004280
           PERFORM 430-WRITE-REPORT-LINE.                               00004290
                                                                        00004300
       410-PRINT-HEADING-LINES.                                         00004310
           ADD 1 TO PAGE-COUNT.                                         00004320
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.                          00004330
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00004340
           PERFORM 420-WRITE-PAGE-TOP-LINE.                             00004350
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00004360
           PERFORM 430-WRITE-REPORT-LINE.                               00004370
           MOVE SPACES TO PRINT-AREA.                                   00004380
           PERFORM 430-WRITE-REPORT-LINE.                               00004390
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00004400
           PERFORM 430-WRITE-REPORT-LINE.                               00004410
           MOVE SPACES TO PRINT-AREA.                                   00004420
           PERFORM 430-WRITE-REPORT-LINE.                               00004430
                                                                        00004440
       420-WRITE-PAGE-TOP-LINE.                                         00004450
                                                                        00004460
           WRITE PRINT-AREA.                                            00004470
           MOVE 1 TO LINE-COUNT.                                        00004480
                                                                        00004490
       430-WRITE-REPORT-LINE.                                           00004500
                                                                        00004510
           WRITE PRINT-AREA.                                            00004520
           ADD 1 TO LINE-COUNT.                                         00004530
                                                                        00004540
       500-PRINT-CONTROL-TOTALS.                                        00004550
           IF LINE-COUNT + 20 > LINES-ON-PAGE                           00004560
               PERFORM 410-PRINT-HEADING-LINES.                         00004570
           MOVE SPACES TO PRINT-AREA.                                   00004580
           PERFORM 430-WRITE-REPORT-LINE.                               00004590
           PERFORM 520-PRINT-ACCEPTANCE-TOTALS.                         00004600
           MOVE "LEDGER RECORDS READ" TO TOL-TEXT.                      00004610
           MOVE LEDGERS-READ-COUNT TO TOL-COUNT.                        00004620
           PERFORM 510-PRINT-TOTAL-LINE.                                00004630
           MOVE "LEDGER RECORDS WRITTEN" TO TOL-TEXT.                   00004640
           MOVE LEDGERS-WRITTEN-COUNT TO TOL-COUNT.                     00004650
           PERFORM 510-PRINT-TOTAL-LINE.                                00004660
           MOVE "LEDGER RECORDS ADDED" TO TOL-TEXT.                     00004670
           MOVE LEDGERS-ADDED-COUNT TO TOL-COUNT.                       00004680
           PERFORM 510-PRINT-TOTAL-LINE.                                00004690
           MOVE "PAYMENTS APPLIED" TO TOL-TEXT.                         00004700
           MOVE PAYABLES-APPLIED-COUNT TO TOL-COUNT.                    00004710
           PERFORM 510-PRINT-TOTAL-LINE.                                00004720
           MOVE "PAYMENTS REJECTED" TO TOL-TEXT.                        00004730
           MOVE REJECT-COUNT TO TOL-COUNT.                              00004740
           PERFORM 510-PRINT-TOTAL-LINE.                                00004750
           MOVE "AMOUNT APPLIED" TO AML-TEXT.                           00004760
           MOVE APPLIED-AMOUNT TO AML-AMOUNT.                           00004770
           PERFORM 515-PRINT-AMOUNT-LINE.                               00004780
           MOVE "AMOUNT REJECTED" TO AML-TEXT.                          00004790
           MOVE REJECTED-AMOUNT TO AML-AMOUNT.                          00004800
           PERFORM 515-PRINT-AMOUNT-LINE.                               00004810
           IF BALANCE-ERROR                                             00004820
               MOVE "LEDGER REJECTS - RESOLVE BEFORE NEXT PAYABLE RUN"  00004830
                   TO MSL-TEXT                                          00004840
           ELSE                                                         00004850
               MOVE "LEDGER UPDATED FROM ACCEPTED PAYABLE FILE"         00004860
                   TO MSL-TEXT                                          00004870
           END-IF.                                                      00004880
           MOVE MESSAGE-LINE TO PRINT-AREA.                             00004890
           PERFORM 430-WRITE-REPORT-LINE.                               00004900
                                                                        00004910
       510-PRINT-TOTAL-LINE.                                            00004920
           MOVE TOTAL-LINE TO PRINT-AREA.                               00004930
           PERFORM 430-WRITE-REPORT-LINE.                               00004940
                                                                        00004950
       515-PRINT-AMOUNT-LINE.                                           00004960
           MOVE AMOUNT-LINE TO PRINT-AREA.                              00004970
           PERFORM 430-WRITE-REPORT-LINE.                               00004980
                                                                        00004990
       520-PRINT-ACCEPTANCE-TOTALS.                                     00005000
           MOVE "ACCEPTED RECORD COUNT" TO TOL-TEXT.                    00005010
           MOVE AC-RECORD-COUNT TO TOL-COUNT.                           00005020
           PERFORM 510-PRINT-TOTAL-LINE.                                00005030
           MOVE "PAYABLE DETAIL RECORDS" TO TOL-TEXT.                   00005040
           MOVE DETAIL-COUNT TO TOL-COUNT.                              00005050
           PERFORM 510-PRINT-TOTAL-LINE.                                00005060
           MOVE "PAYABLE TRAILER COUNT" TO TOL-TEXT.                    00005070
           MOVE TRAILER-COUNT TO TOL-COUNT.                             00005080
           PERFORM 510-PRINT-TOTAL-LINE.                                00005090
           MOVE "RECORDS FOR OTHER PERIODS" TO TOL-TEXT.                00005100
           MOVE PERIOD-ERROR-COUNT TO TOL-COUNT.                        00005110
           PERFORM 510-PRINT-TOTAL-LINE.                                00005120
           MOVE "ACCEPTED AMOUNT" TO AML-TEXT.                          00005130
           MOVE ACCEPTED-AMOUNT TO AML-AMOUNT.                          00005140
           PERFORM 515-PRINT-AMOUNT-LINE.                               00005150
           MOVE "PAYABLE DETAIL AMOUNT" TO AML-TEXT.                    00005160
           MOVE DETAIL-AMOUNT TO AML-AMOUNT.                            00005170
           PERFORM 515-PRINT-AMOUNT-LINE.                               00005180
           MOVE "PAYABLE TRAILER AMOUNT" TO AML-TEXT.                   00005190
           MOVE TRAILER-AMOUNT TO AML-AMOUNT.                           00005200
           PERFORM 515-PRINT-AMOUNT-LINE.                               00005210
