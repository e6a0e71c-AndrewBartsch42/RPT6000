       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. SPLT1000.                                            00000030
                                                                        00000040
       ENVIRONMENT DIVISION.                                            00000050
                                                                        00000060
       INPUT-OUTPUT SECTION.                                            00000070
                                                                        00000080
       FILE-CONTROL.                                                    00000090
           SELECT OPTIONAL SPLITCR ASSIGN TO SPLITCR.                   00000100
           SELECT SPLTTRAN ASSIGN TO SPLTTRAN                           00000110
               ORGANIZATION LINE SEQUENTIAL.                            00000120
           SELECT SALESMAS ASSIGN TO SALESMAS.                          00000130
           SELECT CUSTMAST ASSIGN TO CUSTMAST                           00000140
               ORGANIZATION INDEXED                                     00000150
               ACCESS DYNAMIC                                           00000160
               RECORD KEY IS CM-CUSTOMER-KEY                            00000170
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME                 00000180
                   WITH DUPLICATES.                                     00000190
           SELECT NEWSPLIT ASSIGN TO NEWSPLIT.                          00000200
           SELECT SPLTREJ  ASSIGN TO SPLTREJ                            00000210
               ORGANIZATION LINE SEQUENTIAL.                            00000220
           SELECT AUDITRPT ASSIGN TO SPLT1000.                          00000230
                                                                        00000240
       DATA DIVISION.                                                   00000250
                                                                        00000260
       FILE SECTION.                                                    00000270
                                                                        00000280
       FD  SPLITCR                                                      00000290
           RECORDING MODE IS F                                          00000300
           LABEL RECORDS ARE STANDARD                                   00000310
           RECORD CONTAINS 130 CHARACTERS                               00000320
           BLOCK CONTAINS 130 CHARACTERS.                               00000330
       COPY SPLITCR.                                                    00000340
                                                                        00000350
       FD  SPLTTRAN                                                     00000360
           RECORD CONTAINS 80 CHARACTERS.                               00000370
       01  MAINTENANCE-TRANSACTION.                                     00000380
           05  TR-ACTION-CODE          PIC X(1).                        00000390
           05  TR-CUSTOMER-KEY.                                         00000400
               10  TR-BRANCH-NUMBER    PIC 9(2).                        00000410
               10  TR-SALESREP-NUMBER  PIC 9(2).                        00000420
               10  TR-CUSTOMER-NUMBER  PIC 9(5).                        00000430
           05  TR-CUSTOMER-KEY-X REDEFINES TR-CUSTOMER-KEY              00000440
                                       PIC X(9).                        00000450
           05  TR-SHARE                OCCURS 5 TIMES.                  00000460
               10  TR-SHARE-SALESREP   PIC 9(2).                        00000470
               10  TR-SHARE-SALESREP-X REDEFINES TR-SHARE-SALESREP      00000480
                                       PIC X(2).                        00000490
               10  TR-SHARE-PERCENT    PIC 9(3)V99.                     00000500
               10  TR-SHARE-PERCENT-X REDEFINES TR-SHARE-PERCENT        00000510
                                       PIC X(5).                        00000520
           05  TR-REASON               PIC X(30).                       00000530
           05  FILLER                  PIC X(5).                        00000540
                                                                        00000550
       FD  SALESMAS                                                     00000560
           RECORDING MODE IS F                                          00000570
           LABEL RECORDS ARE STANDARD                                   00000580
           RECORD CONTAINS 130 CHARACTERS                               00000590
           BLOCK CONTAINS 130 CHARACTERS.                               00000600
       COPY SALESMAS.                                                   00000610
                                                                        00000620
       FD  CUSTMAST                                                     00000630
           RECORD CONTAINS 130 CHARACTERS.                              00000640
       COPY CUSTMAST.                                                   00000650
                                                                        00000660
       FD  NEWSPLIT                                                     00000670
           RECORDING MODE IS F                                          00000680
           LABEL RECORDS ARE STANDARD                                   00000690
           RECORD CONTAINS 130 CHARACTERS                               00000700
           BLOCK CONTAINS 130 CHARACTERS.                               00000710
       01  NEW-SPLIT-RECORD        PIC X(130).                          00000720
                                                                        00000730
       FD  SPLTREJ                                                      00000740
           RECORD CONTAINS 100 CHARACTERS.                              00000750
       01  REJECT-AREA         PIC X(100).                              00000760
                                                                        00000770
       FD  AUDITRPT                                                     00000780
           RECORDING MODE IS F                                          00000790
           LABEL RECORDS ARE STANDARD                                   00000800
           RECORD CONTAINS 130 CHARACTERS                               00000810
           BLOCK CONTAINS 130 CHARACTERS.                               00000820
       01  PRINT-AREA          PIC X(130).                              00000830
                                                                        00000840
       WORKING-STORAGE SECTION.                                         00000850
                                                                        00000860
       01  WORK-SPLIT-RECORD.                                           00000870
           05  WRK-CUSTOMER-KEY.                                        00000880
               10  WRK-BRANCH-NUMBER   PIC 9(2).                        00000890
               10  WRK-SALESREP-NUMBER PIC 9(2).                        00000900
               10  WRK-CUSTOMER-NUMBER PIC 9(5).                        00000910
           05  WRK-SHARE-COUNT         PIC 9(1).                        00000920
           05  WRK-SHARE               OCCURS 5 TIMES.                  00000930
               10  WRK-SHARE-SALESREP  PIC 9(2).                        00000940
               10  WRK-SHARE-PERCENT   PIC 9(3)V99.                     00000950
           05  WRK-REASON              PIC X(30).                       00000960
           05  WRK-LAST-CHANGE-DATE    PIC 9(8).                        00000970
           05  FILLER                  PIC X(47).                       00000980
                                                                        00000990
       01  TRAN-SHARE-TABLE.                                            00001000
           05  TST-SHARE-COUNT         PIC 9(1).                        00001010
           05  TST-SHARE               OCCURS 5 TIMES.                  00001020
               10  TST-SHARE-SALESREP  PIC 9(2).                        00001030
               10  TST-SHARE-PERCENT   PIC 9(3)V99.                     00001040
                                                                        00001050
       01  COMPARE-KEYS.                                                00001060
           05  MASTER-KEY              PIC X(9).                        00001070
           05  TRAN-KEY                PIC X(9).                        00001080
           05  PREVIOUS-TRAN-KEY       PIC X(9)  VALUE LOW-VALUE.       00001090
                                                                        00001100
       01  REFERENCE-TABLES.                                            00001110
           05  REP-REFERENCE-ENTRY OCCURS 100 TIMES.                    00001120
               10  REP-ON-FILE-SWITCH  PIC X     VALUE "N".             00001130
               10  REP-NAME            PIC X(10) VALUE SPACE.           00001140
               10  REP-LAST-TRAN-NUMBER PIC 9(6) VALUE ZERO.            00001150
                                                                        00001160
       01  REFERENCE-FIELDS    PACKED-DECIMAL.                          00001170
           05  REFERENCE-SUB       PIC S9(3)   VALUE ZERO.              00001180
           05  SHARE-SUB           PIC S9(3)   VALUE ZERO.              00001190
           05  PERCENT-TOTAL       PIC S9(5)V99 VALUE ZERO.             00001200
                                                                        00001210
       01  SWITCHES.                                                    00001220
           05  SPLITCR-EOF-SWITCH      PIC X     VALUE "N".             00001230
               88  SPLITCR-EOF                   VALUE "Y".             00001240
           05  SPLTTRAN-EOF-SWITCH     PIC X     VALUE "N".             00001250
               88  SPLTTRAN-EOF                  VALUE "Y".             00001260
           05  SALESMAS-EOF-SWITCH     PIC X     VALUE "N".             00001270
               88  SALESMAS-EOF                  VALUE "Y".             00001280
           05  TRAN-VALID-SWITCH       PIC X     VALUE "N".             00001290
               88  TRAN-VALID                    VALUE "Y".             00001300
           05  CUSTOMER-FOUND-SWITCH   PIC X     VALUE "N".             00001310
               88  CUSTOMER-FOUND                VALUE "Y".             00001320
                                                                        00001330
       01  COUNT-FIELDS               PACKED-DECIMAL.                   00001340
           05  MASTERS-READ-COUNT      PIC 9(6)  VALUE ZERO.            00001350
           05  MASTERS-WRITTEN-COUNT   PIC 9(6)  VALUE ZERO.            00001360
           05  TRANS-READ-COUNT        PIC 9(6)  VALUE ZERO.            00001370
           05  ADD-COUNT               PIC 9(6)  VALUE ZERO.            00001380
           05  CHANGE-COUNT            PIC 9(6)  VALUE ZERO.            00001390
           05  DELETE-COUNT            PIC 9(6)  VALUE ZERO.            00001400
           05  REJECT-COUNT            PIC 9(6)  VALUE ZERO.            00001410
           05  WARNING-COUNT           PIC 9(6)  VALUE ZERO.            00001420
                                                                        00001430
       01  REJECT-FIELDS.                                               00001440
           05  REJECT-REASON           PIC X(20).                       00001450
           05  WARNING-REASON          PIC X(20).                       00001460
                                                                        00001470
       01  PRINT-FIELDS        PACKED-DECIMAL.                          00001480
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00001490
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00001500
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00001510
                                                                        00001520
       01  CURRENT-DATE-AND-TIME.                                       00001530
           05  CD-YEAR         PIC 9999.                                00001540
           05  CD-MONTH        PIC 99.                                  00001550
           05  CD-DAY          PIC 99.                                  00001560
           05  CD-HOURS        PIC 99.                                  00001570
           05  CD-MINUTES      PIC 99.                                  00001580
           05  FILLER          PIC X(9).                                00001590
                                                                        00001600
       01  RUN-DATE-FIELDS.                                             00001610
           05  RUN-DATE-N      PIC 9(8).                                00001620
                                                                        00001630
       01  KEY-DISPLAY.                                                 00001640
           05  KD-BRANCH-NUMBER        PIC 9(2).                        00001650
           05  FILLER                  PIC X(1)  VALUE "-".             00001660
           05  KD-SALESREP-NUMBER      PIC 9(2).                        00001670
           05  FILLER                  PIC X(1)  VALUE "-".             00001680
           05  KD-CUSTOMER-NUMBER      PIC 9(5).                        00001690
                                                                        00001700
       01  HEADING-LINE-1.                                              00001710
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00001720
           05  HL1-MONTH       PIC 9(2).                                00001730
           05  FILLER          PIC X(1)    VALUE "/".                   00001740
           05  HL1-DAY         PIC 9(2).                                00001750
           05  FILLER          PIC X(1)    VALUE "/".                   00001760
           05  HL1-YEAR        PIC 9(4).                                00001770
           05  FILLER          PIC X(24)   VALUE SPACE.                 00001780
           05  FILLER          PIC X(30)   VALUE                        00001790
               "SPLIT CREDIT MAINTENANCE AUDIT".                        00001800
           05  FILLER          PIC X(25)   VALUE " REPORT".             00001810
           05  FILLER          PIC X(18)   VALUE SPACE.                 00001820
           05  FILLER          PIC X(6)    VALUE "PAGE: ".              00001830
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                00001840
           05  FILLER          PIC X(26)   VALUE SPACE.                 00001850
                                                                        00001860
       01  HEADING-LINE-2.                                              00001870
           05  FILLER          PIC X(7)    VALUE "TIME:  ".             00001880
           05  HL2-HOURS       PIC 9(2).                                00001890
           05  FILLER          PIC X(1)    VALUE ":".                   00001900
           05  HL2-MINUTES     PIC 9(2).                                00001910
           05  FILLER          PIC X(82)   VALUE SPACE.                 00001920
           05  FILLER          PIC X(8)    VALUE "SPLT1000".            00001930
           05  FILLER          PIC X(28)   VALUE SPACE.                 00001940
                                                                        00001950
       01  HEADING-LINE-3.                                              00001960
           05  FILLER          PIC X(10)   VALUE "ACTION".              00001970
           05  FILLER          PIC X(14)   VALUE "CUSTOMER".            00001980
           05  FILLER          PIC X(8)    VALUE SPACE.                 00001990
           05  FILLER          PIC X(5)    VALUE "REP".                 00002000
           05  FILLER          PIC X(13)   VALUE "NAME".                00002010
           05  FILLER          PIC X(10)   VALUE "PERCENT".             00002020
           05  FILLER          PIC X(30)   VALUE "REASON".              00002030
           05  FILLER          PIC X(40)   VALUE SPACE.                 00002040
                                                                        00002050
       01  AUDIT-LINE.                                                  00002060
           05  AUL-ACTION          PIC X(6).                            00002070
           05  FILLER              PIC X(4)     VALUE SPACE.            00002080
           05  AUL-CUSTOMER-KEY    PIC X(11).                           00002090
           05  FILLER              PIC X(3)     VALUE SPACE.            00002100
           05  AUL-TAG             PIC X(7).                            00002110
           05  FILLER              PIC X(1)     VALUE SPACE.            00002120
           05  AUL-SALESREP-NUMBER PIC Z9.                              00002130
           05  FILLER              PIC X(3)     VALUE SPACE.            00002140
           05  AUL-SALESREP-NAME   PIC X(10).                           00002150
           05  FILLER              PIC X(3)     VALUE SPACE.            00002160
           05  AUL-SHARE-PERCENT   PIC ZZ9.99.                          00002170
           05  FILLER              PIC X(4)     VALUE SPACE.            00002180
           05  AUL-REASON          PIC X(30).                           00002190
           05  FILLER              PIC X(40)    VALUE SPACE.            00002200
                                                                        00002210
       01  WARNING-PRINT-LINE.                                          00002220
           05  FILLER              PIC X(10)    VALUE "WARNING".        00002230
           05  WPL-CUSTOMER-KEY    PIC X(11).                           00002240
           05  FILLER              PIC X(3)     VALUE SPACE.            00002250
           05  WPL-REASON          PIC X(20).                           00002260
           05  FILLER              PIC X(86)    VALUE SPACE.            00002270
                                                                        00002280
       01  REJECT-DETAIL-LINE.                                          00002290
           05  RJL-TRAN-IMAGE      PIC X(80).                           00002300
           05  RJL-REASON          PIC X(20).                           00002310
                                                                        00002320
       01  REJECT-PRINT-LINE.                                           00002330
           05  FILLER              PIC X(7)     VALUE "REJECT ".        00002340
           05  RPL-TRAN-IMAGE      PIC X(80).                           00002350
           05  FILLER              PIC X(2)     VALUE SPACE.            00002360
           05  RPL-REASON          PIC X(20).                           00002370
           05  FILLER              PIC X(21)    VALUE SPACE.            00002380
                                                                        00002390
       01  TOTAL-LINE.                                                  00002400
           05  TOL-TEXT            PIC X(30).                           00002410
           05  TOL-COUNT           PIC ZZZ,ZZ9.                         00002420
           05  FILLER              PIC X(93)    VALUE SPACE.            00002430
                                                                        00002440
       PROCEDURE DIVISION.                                              00002450
                                                                        00002460
       000-MAINTAIN-SPLIT-CREDIT.                                       00002470
                                                                        00002480
           OPEN INPUT  SPLITCR                                          00002490
                INPUT  SPLTTRAN                                         00002500
                INPUT  SALESMAS                                         00002510
                INPUT  CUSTMAST                                         00002520
                OUTPUT NEWSPLIT                                         00002530
                OUTPUT SPLTREJ                                          00002540
                OUTPUT AUDITRPT.                                        00002550
           PERFORM 100-FORMAT-REPORT-HEADING.                           00002560
           PERFORM 150-LOAD-REP-REFERENCES.                             00002570
           PERFORM 200-GET-VALID-TRANSACTION.                           00002580
           PERFORM 250-READ-SPLIT-RECORD.                               00002590
           PERFORM 300-APPLY-ONE-TRANSACTION                            00002600
               UNTIL SPLITCR-EOF AND SPLTTRAN-EOF.                      00002610
           PERFORM 500-PRINT-CONTROL-TOTALS.                            00002620
           CLOSE SPLITCR                                                00002630
                 SPLTTRAN                                               00002640
                 SALESMAS                                               00002650
                 CUSTMAST                                               00002660
                 NEWSPLIT                                               00002670
                 SPLTREJ                                                00002680
                 AUDITRPT.                                              00002690
           STOP RUN.                                                    00002700
                                                                        00002710
       100-FORMAT-REPORT-HEADING.                                       00002720
                                                                        00002730
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00002740
           MOVE CD-MONTH   TO HL1-MONTH.                                00002750
           MOVE CD-DAY     TO HL1-DAY.                                  00002760
           MOVE CD-YEAR    TO HL1-YEAR.                                 00002770
           MOVE CD-HOURS   TO HL2-HOURS.                                00002780
           MOVE CD-MINUTES TO HL2-MINUTES.                              00002790
           COMPUTE RUN-DATE-N =                                         00002800
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.               00002810
                                                                        00002820
       150-LOAD-REP-REFERENCES.                                         00002830
           PERFORM 160-READ-SALESREP-RECORD                             00002840
               WITH TEST BEFORE                                         00002850
               UNTIL SALESMAS-EOF.                                      00002860
                                                                        00002870
       160-READ-SALESREP-RECORD.                                        00002880
           READ SALESMAS                                                00002890
               AT END                                                   00002900
                   SET SALESMAS-EOF TO TRUE                             00002910
               NOT AT END                                               00002920
                   COMPUTE REFERENCE-SUB = SM-SALESREP-NUMBER + 1       00002930
                   MOVE "Y" TO REP-ON-FILE-SWITCH (REFERENCE-SUB)       00002940
                   MOVE SM-SALESREP-NAME TO REP-NAME (REFERENCE-SUB)    00002950
           END-READ.                                                    00002960
                                                                        00002970
       200-GET-VALID-TRANSACTION.                                       00002980
           MOVE "N" TO TRAN-VALID-SWITCH.                               00002990
           PERFORM 210-READ-ONE-TRANSACTION                             00003000
               WITH TEST BEFORE                                         00003010
               UNTIL TRAN-VALID OR SPLTTRAN-EOF.                        00003020
           IF SPLTTRAN-EOF                                              00003030
               MOVE HIGH-VALUE TO TRAN-KEY                              00003040
           END-IF.                                                      00003050
                                                                        00003060
       210-READ-ONE-TRANSACTION.                                        00003070
           READ SPLTTRAN                                                00003080
               AT END                                                   00003090
                   SET SPLTTRAN-EOF TO TRUE                             00003100
               NOT AT END                                               00003110
                   ADD 1 TO TRANS-READ-COUNT                            00003120
                   PERFORM 220-VALIDATE-TRANSACTION                     00003130
           END-READ.                                                    00003140
                                                                        00003150
       220-VALIDATE-TRANSACTION.                                        00003160
           MOVE SPACE TO REJECT-REASON.                                 00003170
           IF TR-ACTION-CODE NOT = "A" AND                              00003180
              TR-ACTION-CODE NOT = "C" AND                              00003190
              TR-ACTION-CODE NOT = "D"                                  00003200
               MOVE "INVALID ACTION" TO REJECT-REASON                   00003210
           ELSE                                                         00003220
               IF TR-CUSTOMER-KEY-X NOT NUMERIC                         00003230
                   MOVE "NON-NUMERIC KEY" TO REJECT-REASON              00003240
               ELSE                                                     00003250
                   IF TR-REASON = SPACE                                 00003260
                       MOVE "REASON REQUIRED" TO REJECT-REASON          00003270
                   ELSE                                                 00003280
                       IF TR-ACTION-CODE NOT = "D"                      00003290
                           PERFORM 225-VALIDATE-SPLIT-SHARES            00003300
                       END-IF                                           00003310
                   END-IF                                               00003320
               END-IF                                                   00003330
           END-IF.                                                      00003340
           IF REJECT-REASON = SPACE                                     00003350
               MOVE TR-CUSTOMER-KEY-X TO TRAN-KEY                       00003360
               IF TRAN-KEY < PREVIOUS-TRAN-KEY                          00003370
                   MOVE "OUT OF SEQUENCE" TO REJECT-REASON              00003380
               END-IF                                                   00003390
               IF TR-ACTION-CODE = "A" AND                              00003400
                  TRAN-KEY = PREVIOUS-TRAN-KEY                          00003410
                   MOVE "DUPLICATE ADD" TO REJECT-REASON                00003420
               END-IF                                                   00003430
           END-IF.                                                      00003440
           IF REJECT-REASON = SPACE                                     00003450
               MOVE TRAN-KEY TO PREVIOUS-TRAN-KEY                       00003460
               SET TRAN-VALID TO TRUE                                   00003470
           ELSE                                                         00003480
               PERFORM 230-REJECT-TRANSACTION                           00003490
           END-IF.                                                      00003500
                                                                        00003510
       225-VALIDATE-SPLIT-SHARES.                                       00003520
           MOVE ZERO TO TST-SHARE-COUNT.                                00003530
           MOVE ZERO TO PERCENT-TOTAL.                                  00003540
           PERFORM 226-VALIDATE-ONE-SHARE                               00003550
               WITH TEST BEFORE                                         00003560
               VARYING SHARE-SUB FROM 1 BY 1                            00003570
               UNTIL SHARE-SUB > 5.                                     00003580
           IF REJECT-REASON = SPACE                                     00003590
               IF TST-SHARE-COUNT < 2                                   00003600
                   MOVE "TOO FEW SHARES" TO REJECT-REASON               00003610
               ELSE                                                     00003620
                   IF PERCENT-TOTAL NOT = 100                           00003630
                       MOVE "SHARES NOT 100 PCT" TO REJECT-REASON       00003640
                   END-IF                                               00003650
               END-IF                                                   00003660
           END-IF.                                                      00003670
           IF REJECT-REASON = SPACE                                     00003680
               MOVE TR-CUSTOMER-KEY TO CM-CUSTOMER-KEY                  00003690
               PERFORM 228-READ-CUSTOMER-MASTER                         00003700
               IF NOT CUSTOMER-FOUND                                    00003710
                   MOVE "CUST NOT ON CUSTMAST" TO REJECT-REASON         00003720
               END-IF                                                   00003730
           END-IF.                                                      00003740
                                                                        00003750
       226-VALIDATE-ONE-SHARE.                                          00003760
           IF TR-SHARE-SALESREP-X (SHARE-SUB) = SPACE AND               00003770
              TR-SHARE-PERCENT-X (SHARE-SUB) = SPACE                    00003780
               CONTINUE                                                 00003790
           ELSE                                                         00003800
               IF TR-SHARE-SALESREP-X (SHARE-SUB) NOT NUMERIC OR        00003810
                  TR-SHARE-PERCENT-X (SHARE-SUB) NOT NUMERIC            00003820
                   MOVE "INVALID SHARE" TO REJECT-REASON                00003830
               ELSE                                                     00003840
                   IF TR-SHARE-PERCENT (SHARE-SUB) = ZERO               00003850
                       MOVE "INVALID SHARE" TO REJECT-REASON            00003860
                   ELSE                                                 00003870
                       PERFORM 227-STORE-ONE-SHARE                      00003880
                   END-IF                                               00003890
               END-IF                                                   00003900
           END-IF.                                                      00003910
                                                                        00003920
       227-STORE-ONE-SHARE.                                             00003930
           COMPUTE REFERENCE-SUB = TR-SHARE-SALESREP (SHARE-SUB) + 1.   00003940
           IF REP-ON-FILE-SWITCH (REFERENCE-SUB) NOT = "Y"              00003950
               MOVE "REP NOT ON SALESMAS" TO REJECT-REASON              00003960
           ELSE                                                         00003970
               IF REP-LAST-TRAN-NUMBER (REFERENCE-SUB) =                00003980
                      TRANS-READ-COUNT                                  00003990
                   MOVE "DUPLICATE SHARE REP" TO REJECT-REASON          00004000
               ELSE                                                     00004010
                   MOVE TRANS-READ-COUNT                                00004020
                       TO REP-LAST-TRAN-NUMBER (REFERENCE-SUB)          00004030
                   ADD 1 TO TST-SHARE-COUNT                             00004040
                   MOVE TR-SHARE-SALESREP (SHARE-SUB)                   00004050
                       TO TST-SHARE-SALESREP (TST-SHARE-COUNT)          00004060
                   MOVE TR-SHARE-PERCENT (SHARE-SUB)                    00004070
                       TO TST-SHARE-PERCENT (TST-SHARE-COUNT)           00004080
                   ADD TR-SHARE-PERCENT (SHARE-SUB) TO PERCENT-TOTAL    00004090
               END-IF                                                   00004100
           END-IF.                                                      00004110
                                                                        00004120
       228-READ-CUSTOMER-MASTER.                                        00004130
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.                           00004140
           READ CUSTMAST                                                00004150
               INVALID KEY                                              00004160
                   CONTINUE                                             00004170
               NOT INVALID KEY                                          00004180
                   SET CUSTOMER-FOUND TO TRUE                           00004190
           END-READ.                                                    00004200
                                                                        00004210
       230-REJECT-TRANSACTION.                                          00004220
           ADD 1 TO REJECT-COUNT.                                       00004230
           MOVE MAINTENANCE-TRANSACTION TO RJL-TRAN-IMAGE.              00004240
           MOVE REJECT-REASON           TO RJL-REASON.                  00004250
           MOVE REJECT-DETAIL-LINE TO REJECT-AREA.                      00004260
           WRITE REJECT-AREA.                                           00004270
           IF LINE-COUNT > LINES-ON-PAGE                                00004280
               PERFORM 410-PRINT-HEADING-LINES.                         00004290
           MOVE MAINTENANCE-TRANSACTION TO RPL-TRAN-IMAGE.              00004300
           MOVE REJECT-REASON           TO RPL-REASON.                  00004310
           MOVE REJECT-PRINT-LINE TO PRINT-AREA.                        00004320
           PERFORM 430-WRITE-REPORT-LINE.                               00004330
                                                                        00004340
       250-READ-SPLIT-RECORD.                                           00004350
           READ SPLITCR                                                 00004360
               AT END                                                   00004370
                   SET SPLITCR-EOF TO TRUE                              00004380
                   MOVE HIGH-VALUE TO MASTER-KEY                        00004390
               NOT AT END                                               00004400
                   ADD 1 TO MASTERS-READ-COUNT                          00004410
                   MOVE SC-CUSTOMER-KEY TO MASTER-KEY                   00004420
           END-READ.                                                    00004430
                                                                        00004440
       300-APPLY-ONE-TRANSACTION.                                       00004450
           EVALUATE TRUE                                                00004460
               WHEN MASTER-KEY < TRAN-KEY                               00004470
                   PERFORM 320-COPY-OLD-MASTER                          00004480
               WHEN MASTER-KEY = TRAN-KEY                               00004490
                   EVALUATE TR-ACTION-CODE                              00004500
                       WHEN "A"                                         00004510
                           MOVE "DUPLICATE ADD" TO REJECT-REASON        00004520
                           PERFORM 230-REJECT-TRANSACTION               00004530
                           PERFORM 200-GET-VALID-TRANSACTION            00004540
                       WHEN "C"                                         00004550
                           PERFORM 340-CHANGE-SPLIT                     00004560
                       WHEN "D"                                         00004570
                           PERFORM 350-DELETE-SPLIT                     00004580
                   END-EVALUATE                                         00004590
               WHEN OTHER                                               00004600
                   IF TR-ACTION-CODE = "A"                              00004610
                       PERFORM 330-ADD-SPLIT                            00004620
                   ELSE                                                 00004630
                       MOVE "MASTER NOT FOUND" TO REJECT-REASON         00004640
                       PERFORM 230-REJECT-TRANSACTION                   00004650
                       PERFORM 200-GET-VALID-TRANSACTION                00004660
                   END-IF                                               00004670
           END-EVALUATE.                                                00004680
                                                                        00004690
       320-COPY-OLD-MASTER.                                             00004700
           PERFORM 325-CHECK-OLD-MASTER.                                00004710
           MOVE SPLIT-CREDIT-RECORD TO WORK-SPLIT-RECORD.               00004720
           PERFORM 360-WRITE-NEW-MASTER.                                00004730
           PERFORM 250-READ-SPLIT-RECORD.                               00004740
                                                                        00004750
       325-CHECK-OLD-MASTER.                                            00004760
           MOVE SPACE TO WARNING-REASON.                                00004770
           MOVE ZERO TO PERCENT-TOTAL.                                  00004780
           IF SC-SHARE-COUNT NOT NUMERIC OR                             00004790
              SC-SHARE-COUNT < 2 OR                                     00004800
              SC-SHARE-COUNT > 5                                        00004810
               MOVE "INVALID SHARE COUNT" TO WARNING-REASON             00004820
           ELSE                                                         00004830
               PERFORM 326-CHECK-OLD-SHARE                              00004840
                   WITH TEST BEFORE                                     00004850
                   VARYING SHARE-SUB FROM 1 BY 1                        00004860
                   UNTIL SHARE-SUB > SC-SHARE-COUNT                     00004870
               IF WARNING-REASON = SPACE AND                            00004880
                  PERCENT-TOTAL NOT = 100                               00004890
                   MOVE "SHARES NOT 100 PCT" TO WARNING-REASON          00004900
               END-IF                                                   00004910
           END-IF.                                                      00004920
           IF WARNING-REASON = SPACE                                    00004930
               MOVE SC-CUSTOMER-KEY TO CM-CUSTOMER-KEY                  00004940
               PERFORM 228-READ-CUSTOMER-MASTER                         00004950
               IF NOT CUSTOMER-FOUND                                    00004960
                   MOVE "CUST NOT ON CUSTMAST" TO WARNING-REASON        00004970
               END-IF                                                   00004980
           END-IF.                                                      00004990
           IF WARNING-REASON NOT = SPACE                                00005000
               ADD 1 TO WARNING-COUNT                                   00005010
               MOVE SC-BRANCH-NUMBER   TO KD-BRANCH-NUMBER              00005020
               MOVE SC-SALESREP-NUMBER TO KD-SALESREP-NUMBER            00005030
               MOVE SC-CUSTOMER-NUMBER TO KD-CUSTOMER-NUMBER            00005040
               MOVE KEY-DISPLAY TO WPL-CUSTOMER-KEY                     00005050
               MOVE WARNING-REASON TO WPL-REASON                        00005060
               IF LINE-COUNT > LINES-ON-PAGE                            00005070
                   PERFORM 410-PRINT-HEADING-LINES                      00005080
               END-IF                                                   00005090
               MOVE WARNING-PRINT-LINE TO PRINT-AREA                    00005100
               PERFORM 430-WRITE-REPORT-LINE                            00005110
           END-IF.                                                      00005120
                                                                        00005130
       326-CHECK-OLD-SHARE.                                             00005140
           IF SC-SHARE-SALESREP (SHARE-SUB) NOT NUMERIC OR              00005150
              SC-SHARE-PERCENT (SHARE-SUB) NOT NUMERIC                  00005160
               MOVE "INVALID SHARE" TO WARNING-REASON                   00005170
           ELSE                                                         00005180
               COMPUTE REFERENCE-SUB =                                  00005190
                   SC-SHARE-SALESREP (SHARE-SUB) + 1                    00005200
               IF REP-ON-FILE-SWITCH (REFERENCE-SUB) NOT = "Y"          00005210
                   MOVE "REP NOT ON SALESMAS" TO WARNING-REASON         00005220
               END-IF                                                   00005230
               ADD SC-SHARE-PERCENT (SHARE-SUB) TO PERCENT-TOTAL        00005240
           END-IF.                                                      00005250
                                                                        00005260
       330-ADD-SPLIT.                                                   00005270
           MOVE SPACE TO WORK-SPLIT-RECORD.                             00005280
           MOVE TR-CUSTOMER-KEY TO WRK-CUSTOMER-KEY.                    00005290
           PERFORM 370-MOVE-TRAN-TO-WORK.                               00005300
           PERFORM 360-WRITE-NEW-MASTER.                                00005310
           ADD 1 TO ADD-COUNT.                                          00005320
           MOVE "ADD"    TO AUL-ACTION.                                 00005330
           MOVE "AFTER:" TO AUL-TAG.                                    00005340
           MOVE TR-REASON TO AUL-REASON.                                00005350
           PERFORM 390-PRINT-SPLIT-SHARES.                              00005360
           PERFORM 200-GET-VALID-TRANSACTION.                           00005370
                                                                        00005380
       340-CHANGE-SPLIT.                                                00005390
           ADD 1 TO CHANGE-COUNT.                                       00005400
           MOVE SPLIT-CREDIT-RECORD TO WORK-SPLIT-RECORD.               00005410
           MOVE "CHANGE"  TO AUL-ACTION.                                00005420
           MOVE "BEFORE:" TO AUL-TAG.                                   00005430
           MOVE SPACE TO AUL-REASON.                                    00005440
           PERFORM 390-PRINT-SPLIT-SHARES.                              00005450
           PERFORM 370-MOVE-TRAN-TO-WORK.                               00005460
           MOVE WORK-SPLIT-RECORD TO SPLIT-CREDIT-RECORD.               00005470
           MOVE "CHANGE" TO AUL-ACTION.                                 00005480
           MOVE "AFTER:" TO AUL-TAG.                                    00005490
           MOVE TR-REASON TO AUL-REASON.                                00005500
           PERFORM 390-PRINT-SPLIT-SHARES.                              00005510
           PERFORM 200-GET-VALID-TRANSACTION.                           00005520
                                                                        00005530
       350-DELETE-SPLIT.                                                00005540
           ADD 1 TO DELETE-COUNT.                                       00005550
           MOVE SPLIT-CREDIT-RECORD TO WORK-SPLIT-RECORD.               00005560
           MOVE "DELETE"  TO AUL-ACTION.                                00005570
           MOVE "BEFORE:" TO AUL-TAG.                                   00005580
           MOVE TR-REASON TO AUL-REASON.                                00005590
           PERFORM 390-PRINT-SPLIT-SHARES.                              00005600
           PERFORM 250-READ-SPLIT-RECORD.                               00005610
           PERFORM 200-GET-VALID-TRANSACTION.                           00005620
                                                                        00005630
       360-WRITE-NEW-MASTER.                                            00005640
           MOVE WORK-SPLIT-RECORD TO NEW-SPLIT-RECORD.                  00005650
           WRITE NEW-SPLIT-RECORD.                                      00005660
           ADD 1 TO MASTERS-WRITTEN-COUNT.                              00005670
                                                                        00005680
       370-MOVE-TRAN-TO-WORK.                                           00005690
           MOVE ZERO TO WRK-SHARE-SALESREP (1) WRK-SHARE-PERCENT (1)    00005700
                        WRK-SHARE-SALESREP (2) WRK-SHARE-PERCENT (2)    00005710
                        WRK-SHARE-SALESREP (3) WRK-SHARE-PERCENT (3)    00005720
                        WRK-SHARE-SALESREP (4) WRK-SHARE-PERCENT (4)    00005730
                        WRK-SHARE-SALESREP (5) WRK-SHARE-PERCENT (5).   00005740
           MOVE TST-SHARE-COUNT TO WRK-SHARE-COUNT.                     00005750
           PERFORM 375-MOVE-ONE-SHARE                                   00005760
               WITH TEST BEFORE                                         00005770
               VARYING SHARE-SUB FROM 1 BY 1                            00005780
               UNTIL SHARE-SUB > TST-SHARE-COUNT.                       00005790
           MOVE TR-REASON  TO WRK-REASON.                               00005800
           MOVE RUN-DATE-N TO WRK-LAST-CHANGE-DATE.                     00005810
                                                                        00005820
       375-MOVE-ONE-SHARE.                                              00005830
           MOVE TST-SHARE-SALESREP (SHARE-SUB)                          00005840
               TO WRK-SHARE-SALESREP (SHARE-SUB).                       00005850
           MOVE TST-SHARE-PERCENT (SHARE-SUB)                           00005860
               TO WRK-SHARE-PERCENT (SHARE-SUB).                        00005870
                                                                        00005880
       390-PRINT-SPLIT-SHARES.                                          00005890
           MOVE WRK-BRANCH-NUMBER   TO KD-BRANCH-NUMBER.                00005900
           MOVE WRK-SALESREP-NUMBER TO KD-SALESREP-NUMBER.              00005910
           MOVE WRK-CUSTOMER-NUMBER TO KD-CUSTOMER-NUMBER.              00005920
           MOVE KEY-DISPLAY TO AUL-CUSTOMER-KEY.                        00005930
           PERFORM 395-PRINT-ONE-SHARE                                  00005940
               WITH TEST BEFORE                                         00005950
               VARYING SHARE-SUB FROM 1 BY 1                            00005960
               UNTIL SHARE-SUB > WRK-SHARE-COUNT.                       00005970
                                                                        00005980
       395-PRINT-ONE-SHARE.                                             00005990
           MOVE WRK-SHARE-SALESREP (SHARE-SUB) TO AUL-SALESREP-NUMBER.  00006000
           COMPUTE REFERENCE-SUB = WRK-SHARE-SALESREP (SHARE-SUB) + 1.  00006010
           IF REP-ON-FILE-SWITCH (REFERENCE-SUB) = "Y"                  00006020
               MOVE REP-NAME (REFERENCE-SUB) TO AUL-SALESREP-NAME       00006030
           ELSE                                                         00006040
               MOVE "UNKNOWN" TO AUL-SALESREP-NAME                      00006050
           END-IF.                                                      00006060
           MOVE WRK-SHARE-PERCENT (SHARE-SUB) TO AUL-SHARE-PERCENT.     00006070
           PERFORM 400-PRINT-AUDIT-LINE.                                00006080
           MOVE SPACE TO AUL-ACTION                                     00006090
                         AUL-CUSTOMER-KEY                               00006100
                         AUL-TAG                                        00006110
                         AUL-REASON.                                    00006120
                                                                        00006130
       400-PRINT-AUDIT-LINE.                                            00006140
           IF LINE-COUNT > LINES-ON-PAGE                                00006150
               PERFORM 410-PRINT-HEADING-LINES.                         00006160
           MOVE AUDIT-LINE TO PRINT-AREA.                               00006170
           PERFORM 430-WRITE-REPORT-LINE.                               00006180
                                                                        00006190
       410-PRINT-HEADING-LINES.                                         00006200
           ADD 1 TO PAGE-COUNT.                                         00006210
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.                          00006220
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00006230
           PERFORM 420-WRITE-PAGE-TOP-LINE.                             00006240
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00006250
           PERFORM 430-WRITE-REPORT-LINE.                               00006260
           MOVE SPACES TO PRINT-AREA.                                   00006270
           PERFORM 430-WRITE-REPORT-LINE.                               00006280
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00006290
           PERFORM 430-WRITE-REPORT-LINE.                               00006300
           MOVE SPACES TO PRINT-AREA.                                   00006310
           PERFORM 430-WRITE-REPORT-LINE.                               00006320
                                                                        00006330
       420-WRITE-PAGE-TOP-LINE.                                         00006340
                                                                        00006350
           WRITE PRINT-AREA.                                            00006360
           MOVE 1 TO LINE-COUNT.                                        00006370
                                                                        00006380
       430-WRITE-REPORT-LINE.                                           00006390
                                                                        00006400
           WRITE PRINT-AREA.                                            00006410
           ADD 1 TO LINE-COUNT.                                         00006420
                                                                        00006430
       500-PRINT-CONTROL-TOTALS.                                        00006440
           IF LINE-COUNT + 9 > LINES-ON-PAGE                            00006450
               PERFORM 410-PRINT-HEADING-LINES.                         00006460
           MOVE SPACES TO PRINT-AREA.                                   00006470
           PERFORM 430-WRITE-REPORT-LINE.                               00006480
           MOVE "MASTER RECORDS READ" TO TOL-TEXT.                      00006490
           MOVE MASTERS-READ-COUNT TO TOL-COUNT.                        00006500
           PERFORM 510-PRINT-TOTAL-LINE.                                00006510
           MOVE "MASTER RECORDS WRITTEN" TO TOL-TEXT.                   00006520
           MOVE MASTERS-WRITTEN-COUNT TO TOL-COUNT.                     00006530
           PERFORM 510-PRINT-TOTAL-LINE.                                00006540
           MOVE "TRANSACTIONS READ" TO TOL-TEXT.                        00006550
           MOVE TRANS-READ-COUNT TO TOL-COUNT.                          00006560
           PERFORM 510-PRINT-TOTAL-LINE.                                00006570
           MOVE "SPLITS ADDED" TO TOL-TEXT.                             00006580
           MOVE ADD-COUNT TO TOL-COUNT.                                 00006590
           PERFORM 510-PRINT-TOTAL-LINE.                                00006600
           MOVE "SPLITS CHANGED" TO TOL-TEXT.                           00006610
           MOVE CHANGE-COUNT TO TOL-COUNT.                              00006620
           PERFORM 510-PRINT-TOTAL-LINE.                                00006630
           MOVE "SPLITS DELETED" TO TOL-TEXT.                           00006640
           MOVE DELETE-COUNT TO TOL-COUNT.                              00006650
           PERFORM 510-PRINT-TOTAL-LINE.                                00006660
           MOVE "TRANSACTIONS REJECTED" TO TOL-TEXT.                    00006670
           MOVE REJECT-COUNT TO TOL-COUNT.                              00006680
           PERFORM 510-PRINT-TOTAL-LINE.                                00006690
           MOVE "SPLITS WITH WARNINGS" TO TOL-TEXT.                     00006700
           MOVE WARNING-COUNT TO TOL-COUNT.                             00006710
           PERFORM 510-PRINT-TOTAL-LINE.                                00006720
                                                                        00006730
       510-PRINT-TOTAL-LINE.                                            00006740
           MOVE TOTAL-LINE TO PRINT-AREA.                               00006750
           PERFORM 430-WRITE-REPORT-LINE.                               00006760
