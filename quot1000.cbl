       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. QUOT1000.                                            00000030
                                                                        00000040
       ENVIRONMENT DIVISION.                                            00000050
                                                                        00000060
       INPUT-OUTPUT SECTION.                                            00000070
                                                                        00000080
       FILE-CONTROL.                                                    00000090
           SELECT OPTIONAL QUOTAMAS ASSIGN TO QUOTAMAS.                 00000100
           SELECT QUOTTRAN ASSIGN TO QUOTTRAN                           00000110
               ORGANIZATION LINE SEQUENTIAL.                            00000120
           SELECT SALESMAS ASSIGN TO SALESMAS.                          00000130
           SELECT OPTIONAL BRANCHMAS ASSIGN TO BRANCHMAS                00000140
               ORGANIZATION LINE SEQUENTIAL.                            00000150
           SELECT NEWQUOTA ASSIGN TO NEWQUOTA.                          00000160
           SELECT OPTIONAL QUOTHIST ASSIGN TO QUOTHIST                  00000170
               ORGANIZATION LINE SEQUENTIAL.                            00000180
           SELECT QUOTREJ  ASSIGN TO QUOTREJ                            00000190
               ORGANIZATION LINE SEQUENTIAL.                            00000200
           SELECT AUDITRPT ASSIGN TO QUOT1000.                          00000210
                                                                        00000220
       DATA DIVISION.                                                   00000230
                                                                        00000240
       FILE SECTION.                                                    00000250
                                                                        00000260
       FD  QUOTAMAS                                                     00000270
           RECORDING MODE IS F                                          00000280
           LABEL RECORDS ARE STANDARD                                   00000290
           RECORD CONTAINS 130 CHARACTERS                               00000300
           BLOCK CONTAINS 130 CHARACTERS.                               00000310
       COPY QUOTAMAS.                                                   00000320
                                                                        00000330
       FD  QUOTTRAN                                                     00000340
           RECORD CONTAINS 80 CHARACTERS.                               00000350
       01  MAINTENANCE-TRANSACTION.                                     00000360
           05  TR-ACTION-CODE          PIC X(1).                        00000370
           05  TR-QUOTA-KEY.                                            00000380
               10  TR-RECORD-TYPE      PIC X(1).                        00000390
               10  TR-KEY-NUMBER       PIC 9(2).                        00000400
               10  TR-KEY-NUMBER-X REDEFINES TR-KEY-NUMBER              00000410
                                       PIC X(2).                        00000420
           05  TR-ANNUAL-QUOTA         PIC 9(7)V99.                     00000430
           05  TR-ANNUAL-QUOTA-X REDEFINES TR-ANNUAL-QUOTA              00000440
                                       PIC X(9).                        00000450
           05  TR-PERIOD-QUOTA         PIC 9(7)V99.                     00000460
           05  TR-PERIOD-QUOTA-X REDEFINES TR-PERIOD-QUOTA              00000470
                                       PIC X(9).                        00000480
           05  TR-EFFECTIVE-PERIOD.                                     00000490
               10  TR-EFFECTIVE-YEAR   PIC 9(4).                        00000500
               10  TR-EFFECTIVE-MONTH  PIC 9(2).                        00000510
           05  TR-EFFECTIVE-PERIOD-X REDEFINES TR-EFFECTIVE-PERIOD      00000520
                                       PIC X(6).                        00000530
           05  TR-REASON               PIC X(30).                       00000540
           05  FILLER                  PIC X(22).                       00000550
                                                                        00000560
       FD  SALESMAS                                                     00000570
           RECORDING MODE IS F                                          00000580
           LABEL RECORDS ARE STANDARD                                   00000590
           RECORD CONTAINS 130 CHARACTERS                               00000600
           BLOCK CONTAINS 130 CHARACTERS.                               00000610
       COPY SALESMAS.                                                   00000620
                                                                        00000630
       FD  BRANCHMAS                                                    00000640
           RECORD CONTAINS 80 CHARACTERS.                               00000650
       COPY BRCHMAS.                                                    00000660
                                                                        00000670
       FD  NEWQUOTA                                                     00000680
           RECORDING MODE IS F                                          00000690
           LABEL RECORDS ARE STANDARD                                   00000700
           RECORD CONTAINS 130 CHARACTERS                               00000710
           BLOCK CONTAINS 130 CHARACTERS.                               00000720
       01  NEW-QUOTA-RECORD        PIC X(130).                          00000730
                                                                        00000740
       FD  QUOTHIST                                                     00000750
           RECORD CONTAINS 100 CHARACTERS.                              00000760
       COPY QUOTHIST.                                                   00000770
                                                                        00000780
       FD  QUOTREJ                                                      00000790
           RECORD CONTAINS 100 CHARACTERS.                              00000800
       01  REJECT-AREA         PIC X(100).                              00000810
                                                                        00000820
       FD  AUDITRPT                                                     00000830
           RECORDING MODE IS F                                          00000840
           LABEL RECORDS ARE STANDARD                                   00000850
           RECORD CONTAINS 130 CHARACTERS                               00000860
           BLOCK CONTAINS 130 CHARACTERS.                               00000870
       01  PRINT-AREA          PIC X(130).                              00000880
                                                                        00000890
       WORKING-STORAGE SECTION.                                         00000900
                                                                        00000910
       01  WORK-QUOTA-RECORD.                                           00000920
           05  WRK-RECORD-TYPE         PIC X(1).                        00000930
           05  WRK-KEY-NUMBER          PIC 9(2).                        00000940
           05  WRK-ANNUAL-QUOTA        PIC S9(7)V99.                    00000950
           05  WRK-PERIOD-QUOTA        PIC S9(7)V99.                    00000960
           05  FILLER                  PIC X(109).                      00000970
                                                                        00000980
       01  COMPARE-KEYS.                                                00000990
           05  MASTER-KEY.                                              00001000
               10  MK-RECORD-TYPE      PIC X(1).                        00001010
               10  MK-KEY-NUMBER       PIC X(2).                        00001020
           05  TRAN-KEY                PIC X(3).                        00001030
           05  PREVIOUS-TRAN-KEY       PIC X(3)  VALUE LOW-VALUE.       00001040
                                                                        00001050
       01  REFERENCE-TABLES.                                            00001060
           05  REP-REFERENCE-ENTRY OCCURS 100 TIMES.                    00001070
               10  REP-ON-FILE-SWITCH  PIC X     VALUE "N".             00001080
           05  BRANCH-REFERENCE-ENTRY OCCURS 100 TIMES.                 00001090
               10  BRANCH-ON-FILE-SWITCH PIC X   VALUE "N".             00001100
                                                                        00001110
       01  REFERENCE-FIELDS    PACKED-DECIMAL.                          00001120
           05  REFERENCE-SUB       PIC S9(3)   VALUE ZERO.              00001130
                                                                        00001140
       01  EFFECTIVE-PERIOD-FIELDS.                                     00001150
           05  EFFECTIVE-PERIOD.                                        00001160
               10  EFFECTIVE-YEAR      PIC 9(4).                        00001170
               10  EFFECTIVE-MONTH     PIC 9(2).                        00001180
           05  EFFECTIVE-PERIOD-EDIT.                                   00001190
               10  EPE-YEAR            PIC 9(4).                        00001200
               10  FILLER              PIC X(1)  VALUE "/".             00001210
               10  EPE-MONTH           PIC 9(2).                        00001220
                                                                        00001230
       01  SWITCHES.                                                    00001240
           05  QUOTAMAS-EOF-SWITCH     PIC X     VALUE "N".             00001250
               88  QUOTAMAS-EOF                  VALUE "Y".             00001260
           05  QUOTTRAN-EOF-SWITCH     PIC X     VALUE "N".             00001270
               88  QUOTTRAN-EOF                  VALUE "Y".             00001280
           05  SALESMAS-EOF-SWITCH     PIC X     VALUE "N".             00001290
               88  SALESMAS-EOF                  VALUE "Y".             00001300
           05  BRANCHMAS-EOF-SWITCH    PIC X     VALUE "N".             00001310
               88  BRANCHMAS-EOF                 VALUE "Y".             00001320
           05  TRAN-VALID-SWITCH       PIC X     VALUE "N".             00001330
               88  TRAN-VALID                    VALUE "Y".             00001340
                                                                        00001350
       01  COUNT-FIELDS               PACKED-DECIMAL.                   00001360
           05  MASTERS-READ-COUNT      PIC 9(6)  VALUE ZERO.            00001370
           05  MASTERS-WRITTEN-COUNT   PIC 9(6)  VALUE ZERO.            00001380
           05  TRANS-READ-COUNT        PIC 9(6)  VALUE ZERO.            00001390
           05  ADD-COUNT               PIC 9(6)  VALUE ZERO.            00001400
           05  CHANGE-COUNT            PIC 9(6)  VALUE ZERO.            00001410
           05  DELETE-COUNT            PIC 9(6)  VALUE ZERO.            00001420
           05  REJECT-COUNT            PIC 9(6)  VALUE ZERO.            00001430
           05  HISTORY-WRITTEN-COUNT   PIC 9(6)  VALUE ZERO.            00001440
                                                                        00001450
       01  REJECT-FIELDS.                                               00001460
           05  REJECT-REASON           PIC X(20).                       00001470
                                                                        00001480
       01  PRINT-FIELDS        PACKED-DECIMAL.                          00001490
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00001500
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00001510
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00001520
                                                                        00001530
       01  CURRENT-DATE-AND-TIME.                                       00001540
           05  CD-YEAR         PIC 9999.                                00001550
           05  CD-MONTH        PIC 99.                                  00001560
           05  CD-DAY          PIC 99.                                  00001570
           05  CD-HOURS        PIC 99.                                  00001580
           05  CD-MINUTES      PIC 99.                                  00001590
           05  FILLER          PIC X(9).                                00001600
                                                                        00001610
       01  RUN-DATE-FIELDS.                                             00001620
           05  RUN-DATE-N      PIC 9(8).                                00001630
                                                                        00001640
       01  HEADING-LINE-1.                                              00001650
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00001660
           05  HL1-MONTH       PIC 9(2).                                00001670
           05  FILLER          PIC X(1)    VALUE "/".                   00001680
           05  HL1-DAY         PIC 9(2).                                00001690
           05  FILLER          PIC X(1)    VALUE "/".                   00001700
           05  HL1-YEAR        PIC 9(4).                                00001710
           05  FILLER          PIC X(24)   VALUE SPACE.                 00001720
           05  FILLER          PIC X(30)   VALUE                        00001730
               "QUOTA MASTER MAINTENANCE AUDIT".                        00001740
           05  FILLER          PIC X(25)   VALUE " REPORT".             00001750
           05  FILLER          PIC X(18)   VALUE SPACE.                 00001760
           05  FILLER          PIC X(6)    VALUE "PAGE: ".              00001770
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                00001780
           05  FILLER          PIC X(26)   VALUE SPACE.                 00001790
                                                                        00001800
       01  HEADING-LINE-2.                                              00001810
           05  FILLER          PIC X(7)    VALUE "TIME:  ".             00001820
           05  HL2-HOURS       PIC 9(2).                                00001830
           05  FILLER          PIC X(1)    VALUE ":".                   00001840
           05  HL2-MINUTES     PIC 9(2).                                00001850
           05  FILLER          PIC X(82)   VALUE SPACE.                 00001860
           05  FILLER          PIC X(8)    VALUE "QUOT1000".            00001870
           05  FILLER          PIC X(28)   VALUE SPACE.                 00001880
                                                                        00001890
       01  HEADING-LINE-3.                                              00001900
           05  FILLER          PIC X(30)   VALUE                        00001910
               "ACTION    TYPE    KEY         ".                        00001920
           05  FILLER          PIC X(30)   VALUE                        00001930
               "   ANNUAL QUOTA   PERIOD QUOTA".                        00001940
           05  FILLER          PIC X(30)   VALUE                        00001950
               "   EFF PER   REASON           ".                        00001960
           05  FILLER          PIC X(40)   VALUE SPACE.                 00001970
                                                                        00001980
       01  AUDIT-LINE.                                                  00001990
           05  AUL-ACTION          PIC X(6).                            00002000
           05  FILLER              PIC X(4)     VALUE SPACE.            00002010
           05  AUL-QUOTA-TYPE      PIC X(6).                            00002020
           05  FILLER              PIC X(2)     VALUE SPACE.            00002030
           05  AUL-KEY-NUMBER      PIC Z9.                              00002040
           05  FILLER              PIC X(4)     VALUE SPACE.            00002050
           05  AUL-TAG             PIC X(7).                            00002060
           05  FILLER              PIC X(1)     VALUE SPACE.            00002070
           05  AUL-ANNUAL-QUOTA    PIC Z,ZZZ,ZZ9.99-.                   00002080
           05  FILLER              PIC X(2)     VALUE SPACE.            00002090
           05  AUL-PERIOD-QUOTA    PIC Z,ZZZ,ZZ9.99-.                   00002100
           05  FILLER              PIC X(3)     VALUE SPACE.            00002110
           05  AUL-EFFECTIVE-PERIOD PIC X(7).                           00002120
           05  FILLER              PIC X(3)     VALUE SPACE.            00002130
           05  AUL-REASON          PIC X(30).                           00002140
           05  FILLER              PIC X(27)    VALUE SPACE.            00002150
                                                                        00002160
       01  REJECT-DETAIL-LINE.                                          00002170
           05  RJL-TRAN-IMAGE      PIC X(80).                           00002180
           05  RJL-REASON          PIC X(20).                           00002190
                                                                        00002200
       01  REJECT-PRINT-LINE.                                           00002210
           05  FILLER              PIC X(7)     VALUE "REJECT ".        00002220
           05  RPL-TRAN-IMAGE      PIC X(60).                           00002230
           05  FILLER              PIC X(2)     VALUE SPACE.            00002240
           05  RPL-REASON          PIC X(20).                           00002250
           05  FILLER              PIC X(41)    VALUE SPACE.            00002260
                                                                        00002270
       01  TOTAL-LINE.                                                  00002280
           05  TOL-TEXT            PIC X(30).                           00002290
           05  TOL-COUNT           PIC ZZZ,ZZ9.                         00002300
           05  FILLER              PIC X(93)    VALUE SPACE.            00002310
                                                                        00002320
       PROCEDURE DIVISION.                                              00002330
                                                                        00002340
       000-MAINTAIN-QUOTA-MASTER.                                       00002350
                                                                        00002360
           OPEN INPUT  QUOTAMAS                                         00002370
                INPUT  QUOTTRAN                                         00002380
                INPUT  SALESMAS                                         00002390
                INPUT  BRANCHMAS                                        00002400
                OUTPUT NEWQUOTA                                         00002410
                EXTEND QUOTHIST                                         00002420
                OUTPUT QUOTREJ                                          00002430
                OUTPUT AUDITRPT.                                        00002440
           PERFORM 100-FORMAT-REPORT-HEADING.                           00002450
           PERFORM 150-LOAD-REP-REFERENCES.                             00002460
           PERFORM 170-LOAD-BRANCH-REFERENCES.                          00002470
           PERFORM 200-GET-VALID-TRANSACTION.                           00002480
           PERFORM 250-READ-QUOTA-RECORD.                               00002490
           PERFORM 300-APPLY-ONE-TRANSACTION                            00002500
               UNTIL QUOTAMAS-EOF AND QUOTTRAN-EOF.                     00002510
           PERFORM 500-PRINT-CONTROL-TOTALS.                            00002520
           CLOSE QUOTAMAS                                               00002530
                 QUOTTRAN                                               00002540
                 SALESMAS                                               00002550
                 BRANCHMAS                                              00002560
                 NEWQUOTA                                               00002570
                 QUOTHIST                                               00002580
                 QUOTREJ                                                00002590
                 AUDITRPT.                                              00002600
           STOP RUN.                                                    00002610
                                                                        00002620
       100-FORMAT-REPORT-HEADING.                                       00002630
                                                                        00002640
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00002650
           MOVE CD-MONTH   TO HL1-MONTH.                                00002660
           MOVE CD-DAY     TO HL1-DAY.                                  00002670
           MOVE CD-YEAR    TO HL1-YEAR.                                 00002680
           MOVE CD-HOURS   TO HL2-HOURS.                                00002690
           MOVE CD-MINUTES TO HL2-MINUTES.                              00002700
           COMPUTE RUN-DATE-N =                                         00002710
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.               00002720
                                                                        00002730
       150-LOAD-REP-REFERENCES.                                         00002740
           PERFORM 160-READ-SALESREP-RECORD                             00002750
               WITH TEST BEFORE                                         00002760
               UNTIL SALESMAS-EOF.                                      00002770
                                                                        00002780
       160-READ-SALESREP-RECORD.                                        00002790
           READ SALESMAS                                                00002800
               AT END                                                   00002810
                   SET SALESMAS-EOF TO TRUE                             00002820
               NOT AT END                                               00002830
                   COMPUTE REFERENCE-SUB = SM-SALESREP-NUMBER + 1       00002840
                   MOVE "Y" TO REP-ON-FILE-SWITCH (REFERENCE-SUB)       00002850
           END-READ.                                                    00002860
                                                                        00002870
       170-LOAD-BRANCH-REFERENCES.                                      00002880
           PERFORM 180-READ-BRANCH-RECORD                               00002890
               WITH TEST BEFORE                                         00002900
               UNTIL BRANCHMAS-EOF.                                     00002910
                                                                        00002920
       180-READ-BRANCH-RECORD.                                          00002930
           READ BRANCHMAS                                               00002940
               AT END                                                   00002950
                   SET BRANCHMAS-EOF TO TRUE                            00002960
               NOT AT END                                               00002970
                   IF BM-BRANCH-NUMBER NUMERIC                          00002980
                       COMPUTE REFERENCE-SUB = BM-BRANCH-NUMBER + 1     00002990
                       MOVE "Y" TO BRANCH-ON-FILE-SWITCH (REFERENCE-SUB)00003000
                   END-IF                                               00003010
           END-READ.                                                    00003020
                                                                        00003030
       200-GET-VALID-TRANSACTION.                                       00003040
           MOVE "N" TO TRAN-VALID-SWITCH.                               00003050
           PERFORM 210-READ-ONE-TRANSACTION                             00003060
               WITH TEST BEFORE                                         00003070
               UNTIL TRAN-VALID OR QUOTTRAN-EOF.                        00003080
           IF QUOTTRAN-EOF                                              00003090
               MOVE HIGH-VALUE TO TRAN-KEY                              00003100
           END-IF.                                                      00003110
                                                                        00003120
       210-READ-ONE-TRANSACTION.                                        00003130
           READ QUOTTRAN                                                00003140
               AT END                                                   00003150
                   SET QUOTTRAN-EOF TO TRUE                             00003160
               NOT AT END                                               00003170
                   ADD 1 TO TRANS-READ-COUNT                            00003180
                   PERFORM 220-VALIDATE-TRANSACTION                     00003190
           END-READ.                                                    00003200
                                                                        00003210
       220-VALIDATE-TRANSACTION.                                        00003220
           MOVE SPACE TO REJECT-REASON.                                 00003230
           IF TR-ACTION-CODE NOT = "A" AND                              00003240
              TR-ACTION-CODE NOT = "C" AND                              00003250
              TR-ACTION-CODE NOT = "D"                                  00003260
               MOVE "INVALID ACTION" TO REJECT-REASON                   00003270
           ELSE                                                         00003280
               IF TR-RECORD-TYPE NOT = "R" AND                          00003290
                  TR-RECORD-TYPE NOT = "B"                              00003300
                   MOVE "INVALID QUOTA TYPE" TO REJECT-REASON           00003310
               ELSE                                                     00003320
                   IF TR-KEY-NUMBER-X NOT NUMERIC                       00003330
                       MOVE "NON-NUMERIC KEY" TO REJECT-REASON          00003340
                   ELSE                                                 00003350
                       PERFORM 225-VALIDATE-TRANSACTION-DATA            00003360
                   END-IF                                               00003370
               END-IF                                                   00003380
           END-IF.                                                      00003390
           IF REJECT-REASON = SPACE                                     00003400
               MOVE TR-QUOTA-KEY TO TRAN-KEY                            00003410
               IF TRAN-KEY < PREVIOUS-TRAN-KEY                          00003420
                   MOVE "OUT OF SEQUENCE" TO REJECT-REASON              00003430
               END-IF                                                   00003440
               IF TR-ACTION-CODE = "A" AND                              00003450
                  TRAN-KEY = PREVIOUS-TRAN-KEY                          00003460
                   MOVE "DUPLICATE ADD" TO REJECT-REASON                00003470
               END-IF                                                   00003480
           END-IF.                                                      00003490
           IF REJECT-REASON = SPACE                                     00003500
               MOVE TRAN-KEY TO PREVIOUS-TRAN-KEY                       00003510
               SET TRAN-VALID TO TRUE                                   00003520
           ELSE                                                         00003530
               PERFORM 230-REJECT-TRANSACTION                           00003540
           END-IF.                                                      00003550
                                                                        00003560
       225-VALIDATE-TRANSACTION-DATA.                                   00003570
           IF TR-ACTION-CODE = "A" AND                                  00003580
              TR-ANNUAL-QUOTA-X NOT NUMERIC                             00003590
               MOVE "NON-NUMERIC QUOTA" TO REJECT-REASON                00003600
           END-IF.                                                      00003610
           IF TR-ACTION-CODE = "C" AND                                  00003620
              TR-ANNUAL-QUOTA-X NOT = SPACE AND                         00003630
              TR-ANNUAL-QUOTA-X NOT NUMERIC                             00003640
               MOVE "NON-NUMERIC QUOTA" TO REJECT-REASON                00003650
           END-IF.                                                      00003660
           IF TR-PERIOD-QUOTA-X NOT = SPACE AND                         00003670
              TR-PERIOD-QUOTA-X NOT NUMERIC                             00003680
               MOVE "NON-NUMERIC QUOTA" TO REJECT-REASON                00003690
           END-IF.                                                      00003700
           IF TR-ACTION-CODE = "C" AND                                  00003710
              TR-ANNUAL-QUOTA-X = SPACE AND                             00003720
              TR-PERIOD-QUOTA-X = SPACE                                 00003730
               MOVE "NOTHING TO CHANGE" TO REJECT-REASON                00003740
           END-IF.                                                      00003750
           IF TR-EFFECTIVE-PERIOD-X NOT = SPACE                         00003760
               IF TR-EFFECTIVE-PERIOD-X NOT NUMERIC                     00003770
                   MOVE "INVALID EFF PERIOD" TO REJECT-REASON           00003780
               ELSE                                                     00003790
                   IF TR-EFFECTIVE-MONTH < 1 OR                         00003800
                      TR-EFFECTIVE-MONTH > 12                           00003810
                       MOVE "INVALID EFF PERIOD" TO REJECT-REASON       00003820
                   END-IF                                               00003830
               END-IF                                                   00003840
           END-IF.                                                      00003850
           IF TR-REASON = SPACE                                         00003860
               MOVE "REASON REQUIRED" TO REJECT-REASON                  00003870
           END-IF.                                                      00003880
           IF TR-ACTION-CODE NOT = "D"                                  00003890
               COMPUTE REFERENCE-SUB = TR-KEY-NUMBER + 1                00003900
               IF TR-RECORD-TYPE = "R" AND                              00003910
                  REP-ON-FILE-SWITCH (REFERENCE-SUB) NOT = "Y"          00003920
                   MOVE "REP NOT ON SALESMAS" TO REJECT-REASON          00003930
               END-IF                                                   00003940
               IF TR-RECORD-TYPE = "B" AND                              00003950
                  BRANCH-ON-FILE-SWITCH (REFERENCE-SUB) NOT = "Y"       00003960
                   MOVE "BRANCH NOT ON FILE" TO REJECT-REASON           00003970
               END-IF                                                   00003980
           END-IF.                                                      00003990
                                                                        00004000
       230-REJECT-TRANSACTION.                                          00004010
           ADD 1 TO REJECT-COUNT.                                       00004020
           MOVE MAINTENANCE-TRANSACTION TO RJL-TRAN-IMAGE.              00004030
           MOVE REJECT-REASON           TO RJL-REASON.                  00004040
           MOVE REJECT-DETAIL-LINE TO REJECT-AREA.                      00004050
           WRITE REJECT-AREA.                                           00004060
           IF LINE-COUNT > LINES-ON-PAGE                                00004070
               PERFORM 410-PRINT-HEADING-LINES.                         00004080
           MOVE MAINTENANCE-TRANSACTION TO RPL-TRAN-IMAGE.              00004090
           MOVE REJECT-REASON           TO RPL-REASON.                  00004100
           MOVE REJECT-PRINT-LINE TO PRINT-AREA.                        00004110
           PERFORM 430-WRITE-REPORT-LINE.                               00004120
                                                                        00004130
       250-READ-QUOTA-RECORD.                                           00004140
           READ QUOTAMAS                                                00004150
               AT END                                                   00004160
                   SET QUOTAMAS-EOF TO TRUE                             00004170
                   MOVE HIGH-VALUE TO MASTER-KEY                        00004180
               NOT AT END                                               00004190
                   ADD 1 TO MASTERS-READ-COUNT                          00004200
                   MOVE QM-RECORD-TYPE  TO MK-RECORD-TYPE               00004210
                   MOVE QM-KEY-NUMBER-X TO MK-KEY-NUMBER                00004220
           END-READ.                                                    00004230
                                                                        00004240
       300-APPLY-ONE-TRANSACTION.                                       00004250
           EVALUATE TRUE                                                00004260
               WHEN MASTER-KEY < TRAN-KEY                               00004270
                   PERFORM 320-COPY-OLD-MASTER                          00004280
               WHEN MASTER-KEY = TRAN-KEY                               00004290
                   EVALUATE TR-ACTION-CODE                              00004300
                       WHEN "A"                                         00004310
                           MOVE "DUPLICATE ADD" TO REJECT-REASON        00004320
                           PERFORM 230-REJECT-TRANSACTION               00004330
                           PERFORM 200-GET-VALID-TRANSACTION            00004340
                       WHEN "C"                                         00004350
                           PERFORM 340-CHANGE-QUOTA                     00004360
                       WHEN "D"                                         00004370
                           PERFORM 350-DELETE-QUOTA                     00004380
                   END-EVALUATE                                         00004390
               WHEN OTHER                                               00004400
                   IF TR-ACTION-CODE = "A"                              00004410
                       PERFORM 330-ADD-QUOTA                            00004420
                   ELSE                                                 00004430
                       MOVE "MASTER NOT FOUND" TO REJECT-REASON         00004440
                       PERFORM 230-REJECT-TRANSACTION                   00004450
                       PERFORM 200-GET-VALID-TRANSACTION                00004460
                   END-IF                                               00004470
           END-EVALUATE.                                                00004480
                                                                        00004490
       320-COPY-OLD-MASTER.                                             00004500
           MOVE QUOTA-MASTER-RECORD TO WORK-QUOTA-RECORD.               00004510
           PERFORM 360-WRITE-NEW-MASTER.                                00004520
           PERFORM 250-READ-QUOTA-RECORD.                               00004530
                                                                        00004540
       330-ADD-QUOTA.                                                   00004550
           PERFORM 370-SET-EFFECTIVE-PERIOD.                            00004560
           MOVE SPACE TO WORK-QUOTA-RECORD.                             00004570
           MOVE TR-RECORD-TYPE  TO WRK-RECORD-TYPE.                     00004580
           MOVE TR-KEY-NUMBER   TO WRK-KEY-NUMBER.                      00004590
           MOVE TR-ANNUAL-QUOTA TO WRK-ANNUAL-QUOTA.                    00004600
           IF TR-PERIOD-QUOTA-X NUMERIC                                 00004610
               MOVE TR-PERIOD-QUOTA TO WRK-PERIOD-QUOTA                 00004620
           ELSE                                                         00004630
               COMPUTE WRK-PERIOD-QUOTA ROUNDED =                       00004640
                   WRK-ANNUAL-QUOTA / 12                                00004650
           END-IF.                                                      00004660
           PERFORM 360-WRITE-NEW-MASTER.                                00004670
           ADD 1 TO ADD-COUNT.                                          00004680
           MOVE WRK-RECORD-TYPE  TO QH-RECORD-TYPE.                     00004690
           MOVE WRK-KEY-NUMBER   TO QH-KEY-NUMBER.                      00004700
           MOVE ZERO             TO QH-OLD-ANNUAL-QUOTA                 00004710
                                    QH-OLD-PERIOD-QUOTA.                00004720
           MOVE WRK-ANNUAL-QUOTA TO QH-NEW-ANNUAL-QUOTA.                00004730
           MOVE WRK-PERIOD-QUOTA TO QH-NEW-PERIOD-QUOTA.                00004740
           PERFORM 380-WRITE-REVISION-HISTORY.                          00004750
           MOVE "ADD"    TO AUL-ACTION.                                 00004760
           MOVE "AFTER:" TO AUL-TAG.                                    00004770
           MOVE WRK-ANNUAL-QUOTA TO AUL-ANNUAL-QUOTA.                   00004780
           MOVE WRK-PERIOD-QUOTA TO AUL-PERIOD-QUOTA.                   00004790
           MOVE EFFECTIVE-PERIOD-EDIT TO AUL-EFFECTIVE-PERIOD.          00004800
           MOVE TR-REASON TO AUL-REASON.                                00004810
           PERFORM 400-PRINT-AUDIT-LINE.                                00004820
           PERFORM 200-GET-VALID-TRANSACTION.                           00004830
                                                                        00004840
       340-CHANGE-QUOTA.                                                00004850
           PERFORM 370-SET-EFFECTIVE-PERIOD.                            00004860
           ADD 1 TO CHANGE-COUNT.                                       00004870
           MOVE QM-RECORD-TYPE  TO QH-RECORD-TYPE.                      00004880
           MOVE QM-KEY-NUMBER   TO QH-KEY-NUMBER.                       00004890
           MOVE QM-ANNUAL-QUOTA TO QH-OLD-ANNUAL-QUOTA.                 00004900
           MOVE QM-PERIOD-QUOTA TO QH-OLD-PERIOD-QUOTA.                 00004910
           MOVE "CHANGE"  TO AUL-ACTION.                                00004920
           MOVE "BEFORE:" TO AUL-TAG.                                   00004930
           MOVE QM-ANNUAL-QUOTA TO AUL-ANNUAL-QUOTA.                    00004940
           MOVE QM-PERIOD-QUOTA TO AUL-PERIOD-QUOTA.                    00004950
           MOVE SPACE TO AUL-EFFECTIVE-PERIOD.                          00004960
           MOVE SPACE TO AUL-REASON.                                    00004970
           PERFORM 400-PRINT-AUDIT-LINE.                                00004980
           IF TR-ANNUAL-QUOTA-X NUMERIC                                 00004990
               MOVE TR-ANNUAL-QUOTA TO QM-ANNUAL-QUOTA                  00005000
               IF TR-PERIOD-QUOTA-X = SPACE                             00005010
                   COMPUTE QM-PERIOD-QUOTA ROUNDED =                    00005020
                       QM-ANNUAL-QUOTA / 12                             00005030
               END-IF                                                   00005040
           END-IF.                                                      00005050
           IF TR-PERIOD-QUOTA-X NUMERIC                                 00005060
               MOVE TR-PERIOD-QUOTA TO QM-PERIOD-QUOTA                  00005070
           END-IF.                                                      00005080
           MOVE QM-ANNUAL-QUOTA TO QH-NEW-ANNUAL-QUOTA.                 00005090
           MOVE QM-PERIOD-QUOTA TO QH-NEW-PERIOD-QUOTA.                 00005100
           PERFORM 380-WRITE-REVISION-HISTORY.                          00005110
           MOVE "CHANGE" TO AUL-ACTION.                                 00005120
           MOVE "AFTER:" TO AUL-TAG.                                    00005130
           MOVE QM-ANNUAL-QUOTA TO AUL-ANNUAL-QUOTA.                    00005140
           MOVE QM-PERIOD-QUOTA TO AUL-PERIOD-QUOTA.                    00005150
           MOVE EFFECTIVE-PERIOD-EDIT TO AUL-EFFECTIVE-PERIOD.          00005160
           MOVE TR-REASON TO AUL-REASON.                                00005170
           PERFORM 400-PRINT-AUDIT-LINE.                                00005180
           PERFORM 200-GET-VALID-TRANSACTION.                           00005190
                                                                        00005200
       350-DELETE-QUOTA.                                                00005210
           PERFORM 370-SET-EFFECTIVE-PERIOD.                            00005220
           ADD 1 TO DELETE-COUNT.                                       00005230
           MOVE QM-RECORD-TYPE  TO QH-RECORD-TYPE.                      00005240
           MOVE QM-KEY-NUMBER   TO QH-KEY-NUMBER.                       00005250
           MOVE QM-ANNUAL-QUOTA TO QH-OLD-ANNUAL-QUOTA.                 00005260
           MOVE QM-PERIOD-QUOTA TO QH-OLD-PERIOD-QUOTA.                 00005270
           MOVE ZERO            TO QH-NEW-ANNUAL-QUOTA                  00005280
                                   QH-NEW-PERIOD-QUOTA.                 00005290
           PERFORM 380-WRITE-REVISION-HISTORY.                          00005300
           MOVE "DELETE"  TO AUL-ACTION.                                00005310
           MOVE "BEFORE:" TO AUL-TAG.                                   00005320
           MOVE QM-ANNUAL-QUOTA TO AUL-ANNUAL-QUOTA.                    00005330
           MOVE QM-PERIOD-QUOTA TO AUL-PERIOD-QUOTA.                    00005340
           MOVE EFFECTIVE-PERIOD-EDIT TO AUL-EFFECTIVE-PERIOD.          00005350
           MOVE TR-REASON TO AUL-REASON.                                00005360
           PERFORM 400-PRINT-AUDIT-LINE.                                00005370
           PERFORM 250-READ-QUOTA-RECORD.                               00005380
           PERFORM 200-GET-VALID-TRANSACTION.                           00005390
                                                                        00005400
       360-WRITE-NEW-MASTER.                                            00005410
           MOVE WORK-QUOTA-RECORD TO NEW-QUOTA-RECORD.                  00005420
           WRITE NEW-QUOTA-RECORD.                                      00005430
           ADD 1 TO MASTERS-WRITTEN-COUNT.                              00005440
                                                                        00005450
       370-SET-EFFECTIVE-PERIOD.                                        00005460
           IF TR-EFFECTIVE-PERIOD-X = SPACE                             00005470
               MOVE CD-YEAR  TO EFFECTIVE-YEAR                          00005480
               MOVE CD-MONTH TO EFFECTIVE-MONTH                         00005490
           ELSE                                                         00005500
               MOVE TR-EFFECTIVE-YEAR  TO EFFECTIVE-YEAR                00005510
               MOVE TR-EFFECTIVE-MONTH TO EFFECTIVE-MONTH               00005520
           END-IF.                                                      00005530
           MOVE EFFECTIVE-YEAR  TO EPE-YEAR.                            00005540
           MOVE EFFECTIVE-MONTH TO EPE-MONTH.                           00005550
           IF TR-RECORD-TYPE = "R"                                      00005560
               MOVE "REP"    TO AUL-QUOTA-TYPE                          00005570
           ELSE                                                         00005580
               MOVE "BRANCH" TO AUL-QUOTA-TYPE                          00005590
           END-IF.                                                      00005600
           MOVE TR-KEY-NUMBER TO AUL-KEY-NUMBER.                        00005610
                                                                        00005620
       380-WRITE-REVISION-HISTORY.                                      00005630
           MOVE TR-ACTION-CODE   TO QH-ACTION-CODE.                     00005640
           MOVE EFFECTIVE-PERIOD TO QH-EFFECTIVE-PERIOD.                00005650
           MOVE TR-REASON        TO QH-REASON.                          00005660
           MOVE RUN-DATE-N       TO QH-CHANGE-DATE.                     00005670
           WRITE QUOTA-HISTORY-RECORD.                                  00005680
           ADD 1 TO HISTORY-WRITTEN-COUNT.                              00005690
                                                                        00005700
       400-PRINT-AUDIT-LINE.                                            00005710
           IF LINE-COUNT > LINES-ON-PAGE                                00005720
               PERFORM 410-PRINT-HEADING-LINES.                         00005730
           MOVE AUDIT-LINE TO PRINT-AREA.                               00005740
           PERFORM 430-WRITE-REPORT-LINE.                               00005750
                                                                        00005760
       410-PRINT-HEADING-LINES.                                         00005770
           ADD 1 TO PAGE-COUNT.                                         00005780
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.                          00005790
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00005800
           PERFORM 420-WRITE-PAGE-TOP-LINE.                             00005810
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00005820
           PERFORM 430-WRITE-REPORT-LINE.                               00005830
           MOVE SPACES TO PRINT-AREA.                                   00005840
           PERFORM 430-WRITE-REPORT-LINE.                               00005850
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00005860
           PERFORM 430-WRITE-REPORT-LINE.                               00005870
           MOVE SPACES TO PRINT-AREA.                                   00005880
           PERFORM 430-WRITE-REPORT-LINE.                               00005890
                                                                        00005900
       420-WRITE-PAGE-TOP-LINE.                                         00005910
                                                                        00005920
           WRITE PRINT-AREA.                                            00005930
           MOVE 1 TO LINE-COUNT.                                        00005940
                                                                        00005950
       430-WRITE-REPORT-LINE.                                           00005960
                                                                        00005970
           WRITE PRINT-AREA.                                            00005980
           ADD 1 TO LINE-COUNT.                                         00005990
                                                                        00006000
       500-PRINT-CONTROL-TOTALS.                                        00006010
           IF LINE-COUNT + 9 > LINES-ON-PAGE                            00006020
               PERFORM 410-PRINT-HEADING-LINES.                         00006030
           MOVE SPACES TO PRINT-AREA.                                   00006040
           PERFORM 430-WRITE-REPORT-LINE.                               00006050
           MOVE "MASTER RECORDS READ" TO TOL-TEXT.                      00006060
           MOVE MASTERS-READ-COUNT TO TOL-COUNT.                        00006070
           PERFORM 510-PRINT-TOTAL-LINE.                                00006080
           MOVE "MASTER RECORDS WRITTEN" TO TOL-TEXT.                   00006090
           MOVE MASTERS-WRITTEN-COUNT TO TOL-COUNT.                     00006100
           PERFORM 510-PRINT-TOTAL-LINE.                                00006110
           MOVE "TRANSACTIONS READ" TO TOL-TEXT.                        00006120
           MOVE TRANS-READ-COUNT TO TOL-COUNT.                          00006130
           PERFORM 510-PRINT-TOTAL-LINE.                                00006140
           MOVE "QUOTAS ADDED" TO TOL-TEXT.                             00006150
           MOVE ADD-COUNT TO TOL-COUNT.                                 00006160
           PERFORM 510-PRINT-TOTAL-LINE.                                00006170
           MOVE "QUOTAS CHANGED" TO TOL-TEXT.                           00006180
           MOVE CHANGE-COUNT TO TOL-COUNT.                              00006190
           PERFORM 510-PRINT-TOTAL-LINE.                                00006200
           MOVE "QUOTAS DELETED" TO TOL-TEXT.                           00006210
           MOVE DELETE-COUNT TO TOL-COUNT.                              00006220
           PERFORM 510-PRINT-TOTAL-LINE.                                00006230
           MOVE "TRANSACTIONS REJECTED" TO TOL-TEXT.                    00006240
           MOVE REJECT-COUNT TO TOL-COUNT.                              00006250
           PERFORM 510-PRINT-TOTAL-LINE.                                00006260
           MOVE "REVISION HISTORY RECORDS" TO TOL-TEXT.                 00006270
           MOVE HISTORY-WRITTEN-COUNT TO TOL-COUNT.                     00006280
           PERFORM 510-PRINT-TOTAL-LINE.                                00006290
                                                                        00006300
       510-PRINT-TOTAL-LINE.                                            00006310
           MOVE TOTAL-LINE TO PRINT-AREA.                               00006320
           PERFORM 430-WRITE-REPORT-LINE.                               00006330
