       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. RPT6600.                                             00000030
                                                                        00000040
       ENVIRONMENT DIVISION.                                            00000050
                                                                        00000060
       INPUT-OUTPUT SECTION.                                            00000070
                                                                        00000080
       FILE-CONTROL.                                                    00000090
           SELECT CUSTMAST ASSIGN TO CUSTMAST                           00000100
               ORGANIZATION INDEXED                                     00000110
               ACCESS SEQUENTIAL                                        00000120
               RECORD KEY IS CM-CUSTOMER-KEY                            00000130
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME                 00000140
                   WITH DUPLICATES.                                     00000150
           SELECT OPTIONAL SALESHST ASSIGN TO SALESHST.                 00000160
           SELECT OPTIONAL QUOTAMAS ASSIGN TO QUOTAMAS.                 00000170
           SELECT OPTIONAL BRANCHMAS ASSIGN TO BRANCHMAS                00000180
               ORGANIZATION LINE SEQUENTIAL.                            00000190
           SELECT REGNRPT  ASSIGN TO RPT6600.                           00000200
           SELECT SORTWORK ASSIGN TO SORTWORK.                          00000210
                                                                        00000220
       DATA DIVISION.                                                   00000230
                                                                        00000240
       FILE SECTION.                                                    00000250
                                                                        00000260
       FD  CUSTMAST                                                     00000270
           RECORD CONTAINS 130 CHARACTERS.                              00000280
       COPY CUSTMAST.                                                   00000290
       COPY CUSTTRLR.                                                   00000300
                                                                        00000310
       FD  SALESHST                                                     00000320
           RECORDING MODE IS F                                          00000330
           LABEL RECORDS ARE STANDARD                                   00000340
           RECORD CONTAINS 190 CHARACTERS                               00000350
           BLOCK CONTAINS 190 CHARACTERS.                               00000360
       COPY SALESHST.                                                   00000370
                                                                        00000380
       FD  QUOTAMAS                                                     00000390
           RECORDING MODE IS F                                          00000400
           LABEL RECORDS ARE STANDARD                                   00000410
           RECORD CONTAINS 130 CHARACTERS                               00000420
           BLOCK CONTAINS 130 CHARACTERS.                               00000430
       COPY QUOTAMAS.                                                   00000440
                                                                        00000450
       FD  BRANCHMAS                                                    00000460
           RECORD CONTAINS 80 CHARACTERS.                               00000470
       COPY BRCHMAS.                                                    00000480
                                                                        00000490
       FD  REGNRPT                                                      00000500
           RECORDING MODE IS F                                          00000510
           LABEL RECORDS ARE STANDARD                                   00000520
           RECORD CONTAINS 130 CHARACTERS                               00000530
           BLOCK CONTAINS 130 CHARACTERS.                               00000540
       01  PRINT-AREA          PIC X(130).                              00000550
                                                                        00000560
       SD  SORTWORK                                                     00000570
           RECORD CONTAINS 100 CHARACTERS.                              00000580
       01  SORT-RECORD.                                                 00000590
           05  SR-REGION-NAME          PIC X(10).                       00000600
           05  SR-BRANCH-NUMBER        PIC 9(2).                        00000610
           05  SR-BRANCH-NAME          PIC X(20).                       00000620
           05  SR-MANAGER-NAME         PIC X(20).                       00000630
           05  SR-SALES-THIS-YTD       PIC S9(9)V99.                    00000640
           05  SR-SALES-LAST-YTD       PIC S9(9)V99.                    00000650
           05  SR-ANNUAL-QUOTA         PIC S9(7)V99.                    00000660
           05  SR-PROJECTED            PIC S9(10)V99.                   00000670
           05  SR-CUSTOMER-COUNT       PIC 9(5).                        00000680
                                                                        00000690
       WORKING-STORAGE SECTION.                                         00000700
                                                                        00000710
       01  BRANCH-TABLE.                                                00000720
           05  BRANCH-ENTRY OCCURS 100 TIMES.                           00000730
               10  BT-BRANCH-NAME      PIC X(20)     VALUE SPACE.       00000740
               10  BT-REGION-NAME      PIC X(10)     VALUE SPACE.       00000750
               10  BT-MANAGER-NAME     PIC X(20)     VALUE SPACE.       00000760
               10  BT-ON-BRANCHMAS     PIC X         VALUE "N".         00000770
               10  BT-SALES-THIS-YTD   PIC S9(9)V99 USAGE PACKED-DECIMAL00000780
                                       VALUE ZERO.                      00000790
               10  BT-SALES-LAST-YTD   PIC S9(9)V99 USAGE PACKED-DECIMAL00000800
                                       VALUE ZERO.                      00000810
               10  BT-HISTORY-YTD      PIC S9(9)V99 USAGE PACKED-DECIMAL00000820
                                       VALUE ZERO.                      00000830
               10  BT-ANNUAL-QUOTA     PIC S9(7)V99 USAGE PACKED-DECIMAL00000840
                                       VALUE ZERO.                      00000850
               10  BT-CUSTOMER-COUNT   PIC 9(5)      COMP  VALUE ZERO.  00000860
                                                                        00000870
       01  BRANCH-FIELDS              PACKED-DECIMAL.                   00000880
           05  BRANCH-SUB              PIC S9(3)     VALUE ZERO.        00000890
           05  MONTHS-ELAPSED          PIC 99        VALUE ZERO.        00000900
                                                                        00000910
       01  SWITCHES.                                                    00000920
           05  CUSTMAST-EOF-SWITCH     PIC X     VALUE "N".             00000930
               88  CUSTMAST-EOF                  VALUE "Y".             00000940
           05  SALESHST-EOF-SWITCH     PIC X     VALUE "N".             00000950
               88  SALESHST-EOF                  VALUE "Y".             00000960
           05  QUOTAMAS-EOF-SWITCH     PIC X     VALUE "N".             00000970
               88  QUOTAMAS-EOF                  VALUE "Y".             00000980
           05  BRANCHMAS-EOF-SWITCH    PIC X     VALUE "N".             00000990
               88  BRANCHMAS-EOF                 VALUE "Y".             00001000
           05  SORT-EOF-SWITCH         PIC X     VALUE "N".             00001010
               88  SORT-EOF                      VALUE "Y".             00001020
           05  FIRST-RECORD-SWITCH     PIC X     VALUE "Y".             00001030
               88  FIRST-RECORD                  VALUE "Y".             00001040
           05  BALANCE-ERROR-SWITCH    PIC X     VALUE "N".             00001050
               88  BALANCE-ERROR                 VALUE "Y".             00001060
                                                                        00001070
       01  CONTROL-FIELDS.                                              00001080
           05  OLD-REGION-NAME         PIC X(10) VALUE SPACE.           00001090
                                                                        00001100
       01  ROLLUP-FIELDS              PACKED-DECIMAL.                   00001110
           05  CHANGE-AMOUNT           PIC S9(11)V99 VALUE ZERO.        00001120
           05  REGION-THIS-YTD         PIC S9(11)V99 VALUE ZERO.        00001130
           05  REGION-LAST-YTD         PIC S9(11)V99 VALUE ZERO.        00001140
           05  REGION-QUOTA            PIC S9(9)V99  VALUE ZERO.        00001150
           05  REGION-PROJECTED        PIC S9(11)V99 VALUE ZERO.        00001160
           05  COMPANY-THIS-YTD        PIC S9(11)V99 VALUE ZERO.        00001170
           05  COMPANY-LAST-YTD        PIC S9(11)V99 VALUE ZERO.        00001180
           05  COMPANY-QUOTA           PIC S9(9)V99  VALUE ZERO.        00001190
           05  COMPANY-PROJECTED       PIC S9(11)V99 VALUE ZERO.        00001200
           05  TOTAL-THIS-YTD          PIC S9(11)V99 VALUE ZERO.        00001210
           05  TOTAL-LAST-YTD          PIC S9(11)V99 VALUE ZERO.        00001220
           05  TOTAL-QUOTA             PIC S9(9)V99  VALUE ZERO.        00001230
           05  TOTAL-PROJECTED         PIC S9(11)V99 VALUE ZERO.        00001240
                                                                        00001250
       01  COUNT-FIELDS               PACKED-DECIMAL.                   00001260
           05  MASTERS-READ-COUNT      PIC 9(6)  VALUE ZERO.            00001270
           05  HISTORIES-READ-COUNT    PIC 9(6)  VALUE ZERO.            00001280
           05  BRANCHES-PRINTED-COUNT  PIC 9(6)  VALUE ZERO.            00001290
           05  REGIONS-PRINTED-COUNT   PIC 9(6)  VALUE ZERO.            00001300
           05  UNKNOWN-BRANCH-COUNT    PIC 9(6)  VALUE ZERO.            00001310
           05  QUOTAMAS-DROPPED-COUNT  PIC 9(6)  VALUE ZERO.            00001320
                                                                        00001330
       01  CONTROL-TOTAL-FIELDS       PACKED-DECIMAL.                   00001340
           05  INPUT-HASH-THIS-YTD     PIC S9(11)V99 VALUE ZERO.        00001350
           05  INPUT-HASH-LAST-YTD     PIC S9(11)V99 VALUE ZERO.        00001360
                                                                        00001370
       01  TRAILER-FIELDS.                                              00001380
           05  OLD-TRAILER-SWITCH      PIC X         VALUE "N".         00001390
               88  OLD-TRAILER-FOUND                 VALUE "Y".         00001400
           05  EXPECTED-RECORD-COUNT   PIC 9(7)      VALUE ZERO.        00001410
           05  EXPECTED-HASH-THIS-YTD  PIC S9(11)V99 VALUE ZERO.        00001420
           05  EXPECTED-HASH-LAST-YTD  PIC S9(11)V99 VALUE ZERO.        00001430
                                                                        00001440
       01  PRINT-FIELDS        PACKED-DECIMAL.                          00001450
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00001460
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00001470
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00001480
                                                                        00001490
       01  CURRENT-DATE-AND-TIME.                                       00001500
           05  CD-YEAR         PIC 9999.                                00001510
           05  CD-MONTH        PIC 99.                                  00001520
           05  CD-DAY          PIC 99.                                  00001530
           05  CD-HOURS        PIC 99.                                  00001540
           05  CD-MINUTES      PIC 99.                                  00001550
           05  FILLER          PIC X(9).                                00001560
                                                                        00001570
       01  HEADING-LINE-1.                                              00001580
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00001590
           05  HL1-MONTH       PIC 9(2).                                00001600
           05  FILLER          PIC X(1)    VALUE "/".                   00001610
           05  HL1-DAY         PIC 9(2).                                00001620
           05  FILLER          PIC X(1)    VALUE "/".                   00001630
           05  HL1-YEAR        PIC 9(4).                                00001640
           05  FILLER          PIC X(24)   VALUE SPACE.                 00001650
           05  FILLER          PIC X(30)   VALUE                        00001660
               "REGIONAL SALES ROLL-UP REPORT ".                        00001670
           05  FILLER          PIC X(25)   VALUE SPACE.                 00001680
           05  FILLER          PIC X(18)   VALUE SPACE.                 00001690
           05  FILLER          PIC X(6)    VALUE "PAGE: ".              00001700
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                00001710
           05  FILLER          PIC X(26)   VALUE SPACE.                 00001720
                                                                        00001730
       01  HEADING-LINE-2.                                              00001740
           05  FILLER          PIC X(7)    VALUE "TIME:  ".             00001750
           05  HL2-HOURS       PIC 9(2).                                00001760
           05  FILLER          PIC X(1)    VALUE ":".                   00001770
           05  HL2-MINUTES     PIC 9(2).                                00001780
           05  FILLER          PIC X(82)   VALUE SPACE.                 00001790
           05  FILLER          PIC X(8)    VALUE "RPT6600".             00001800
           05  FILLER          PIC X(28)   VALUE SPACE.                 00001810
                                                                        00001820
       01  HEADING-LINE-3.                                              00001830
           05  FILLER          PIC X(4)    VALUE "BR".                  00001840
           05  FILLER          PIC X(21)   VALUE "BRANCH NAME".         00001850
           05  FILLER          PIC X(21)   VALUE "MANAGER".             00001860
           05  FILLER          PIC X(16)   VALUE " SALES THIS YTD".     00001870
           05  FILLER          PIC X(16)   VALUE " SALES LAST YTD".     00001880
           05  FILLER          PIC X(16)   VALUE "         CHANGE".     00001890
           05  FILLER          PIC X(8)    VALUE " CHG %".              00001900
           05  FILLER          PIC X(7)    VALUE "QTA %".               00001910
           05  FILLER          PIC X(15)   VALUE "   PROJECTED YE".     00001920
           05  FILLER          PIC X(6)    VALUE SPACE.                 00001930
                                                                        00001940
       01  HEADING-LINE-4.                                              00001950
           05  FILLER          PIC X(4)    VALUE "--".                  00001960
           05  FILLER          PIC X(21)   VALUE ALL '-'.               00001970
           05  FILLER          PIC X(21)   VALUE ALL '-'.               00001980
           05  FILLER          PIC X(16)   VALUE ALL '-'.               00001990
           05  FILLER          PIC X(16)   VALUE ALL '-'.               00002000
           05  FILLER          PIC X(16)   VALUE ALL '-'.               00002010
           05  FILLER          PIC X(8)    VALUE "------".              00002020
           05  FILLER          PIC X(7)    VALUE "-----".               00002030
           05  FILLER          PIC X(15)   VALUE ALL '-'.               00002040
           05  FILLER          PIC X(6)    VALUE SPACE.                 00002050
                                                                        00002060
       01  REGION-HEADING-LINE.                                         00002070
           05  FILLER              PIC X(8)     VALUE "REGION: ".       00002080
           05  RHL-REGION-NAME     PIC X(10).                           00002090
           05  FILLER              PIC X(112)   VALUE SPACE.            00002100
                                                                        00002110
       01  BRANCH-LINE.                                                 00002120
           05  BRL-BRANCH-NUMBER   PIC Z9.                              00002130
           05  FILLER              PIC X(2)     VALUE SPACE.            00002140
           05  BRL-BRANCH-NAME     PIC X(20).                           00002150
           05  FILLER              PIC X(1)     VALUE SPACE.            00002160
           05  BRL-MANAGER-NAME    PIC X(20).                           00002170
           05  FILLER              PIC X(1)     VALUE SPACE.            00002180
           05  BRL-SALES-THIS-YTD  PIC ZZZ,ZZZ,ZZ9.99-.                 00002190
           05  FILLER              PIC X(1)     VALUE SPACE.            00002200
           05  BRL-SALES-LAST-YTD  PIC ZZZ,ZZZ,ZZ9.99-.                 00002210
           05  FILLER              PIC X(1)     VALUE SPACE.            00002220
           05  BRL-CHANGE-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.                 00002230
           05  FILLER              PIC X(1)     VALUE SPACE.            00002240
           05  BRL-CHANGE-PERCENT  PIC +++9.9.                          00002250
           05  BRL-CHANGE-PERCENT-R REDEFINES BRL-CHANGE-PERCENT        00002260
                                   PIC X(6).                            00002270
           05  FILLER              PIC X(2)     VALUE SPACE.            00002280
           05  BRL-QUOTA-PCT       PIC ZZ9.9.                           00002290
           05  BRL-QUOTA-PCT-R REDEFINES BRL-QUOTA-PCT                  00002300
                                   PIC X(5).                            00002310
           05  FILLER              PIC X(2)     VALUE SPACE.            00002320
           05  BRL-PROJECTED       PIC ZZZ,ZZZ,ZZ9.99-.                 00002330
           05  FILLER              PIC X(6)     VALUE SPACE.            00002340
                                                                        00002350
       01  TOTAL-LINE.                                                  00002360
           05  TOL-TEXT            PIC X(30).                           00002370
           05  TOL-COUNT           PIC ZZZ,ZZ9.                         00002380
           05  FILLER              PIC X(93)    VALUE SPACE.            00002390
                                                                        00002400
       01  MESSAGE-LINE.                                                00002410
           05  MSL-TEXT            PIC X(130).                          00002420
                                                                        00002430
       PROCEDURE DIVISION.                                              00002440
                                                                        00002450
       000-PREPARE-REGIONAL-ROLLUP.                                     00002460
                                                                        00002470
           OPEN INPUT  CUSTMAST                                         00002480
                INPUT  SALESHST                                         00002490
                INPUT  QUOTAMAS                                         00002500
                INPUT  BRANCHMAS                                        00002510
                OUTPUT REGNRPT.                                         00002520
           PERFORM 100-FORMAT-REPORT-HEADING.                           00002530
           PERFORM 200-LOAD-BRANCH-TABLE.                               00002540
           PERFORM 205-LOAD-QUOTA-TABLE.                                00002550
           PERFORM 210-ACCUMULATE-CUSTOMERS.                            00002560
           PERFORM 220-ACCUMULATE-HISTORY.                              00002570
           SORT SORTWORK                                                00002580
               ON ASCENDING KEY SR-REGION-NAME                          00002590
                                SR-BRANCH-NUMBER                        00002600
               INPUT PROCEDURE 250-RELEASE-BRANCHES                     00002610
               OUTPUT PROCEDURE 300-PRINT-REGIONS.                      00002620
           PERFORM 500-PRINT-COMPANY-TOTALS.                            00002630
           PERFORM 600-BALANCE-CUSTMAST-CONTROLS.                       00002640
           CLOSE CUSTMAST                                               00002650
                 SALESHST                                               00002660
                 QUOTAMAS                                               00002670
                 BRANCHMAS                                              00002680
                 REGNRPT.                                               00002690
           IF BALANCE-ERROR                                             00002700
               MOVE 16 TO RETURN-CODE                                   00002710
           END-IF.                                                      00002720
           STOP RUN.                                                    00002730
                                                                        00002740
       100-FORMAT-REPORT-HEADING.                                       00002750
                                                                        00002760
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00002770
           MOVE CD-MONTH   TO HL1-MONTH.                                00002780
           MOVE CD-DAY     TO HL1-DAY.                                  00002790
           MOVE CD-YEAR    TO HL1-YEAR.                                 00002800
           MOVE CD-HOURS   TO HL2-HOURS.                                00002810
           MOVE CD-MINUTES TO HL2-MINUTES.                              00002820
                                                                        00002830
       200-LOAD-BRANCH-TABLE.                                           00002840
           PERFORM 201-READ-BRANCH-RECORD                               00002850
               WITH TEST BEFORE                                         00002860
               UNTIL BRANCHMAS-EOF.                                     00002870
                                                                        00002880
       201-READ-BRANCH-RECORD.                                          00002890
           READ BRANCHMAS                                               00002900
               AT END                                                   00002910
                   SET BRANCHMAS-EOF TO TRUE                            00002920
               NOT AT END                                               00002930
                   IF BM-BRANCH-NUMBER NUMERIC                          00002940
                       COMPUTE BRANCH-SUB = BM-BRANCH-NUMBER + 1        00002950
                       MOVE BM-BRANCH-NAME                              00002960
                           TO BT-BRANCH-NAME (BRANCH-SUB)               00002970
                       MOVE BM-REGION-NAME                              00002980
                           TO BT-REGION-NAME (BRANCH-SUB)               00002990
                       MOVE BM-MANAGER-NAME                             00003000
                           TO BT-MANAGER-NAME (BRANCH-SUB)              00003010
                       MOVE "Y" TO BT-ON-BRANCHMAS (BRANCH-SUB)         00003020
                   END-IF                                               00003030
           END-READ.                                                    00003040
                                                                        00003050
       205-LOAD-QUOTA-TABLE.                                            00003060
           PERFORM 206-READ-QUOTA-RECORD                                00003070
               WITH TEST BEFORE                                         00003080
               UNTIL QUOTAMAS-EOF.                                      00003090
                                                                        00003100
       206-READ-QUOTA-RECORD.                                           00003110
           READ QUOTAMAS                                                00003120
               AT END                                                   00003130
                   SET QUOTAMAS-EOF TO TRUE                             00003140
               NOT AT END                                               00003150
                   EVALUATE TRUE                                        00003160
                       WHEN QM-RECORD-TYPE = "R"                        00003170
                        AND QM-KEY-NUMBER-X NUMERIC                     00003180
                           CONTINUE                                     00003190
                       WHEN QM-RECORD-TYPE = "B"                        00003200
                        AND QM-KEY-NUMBER-X NUMERIC                     00003210
                           COMPUTE BRANCH-SUB = QM-KEY-NUMBER + 1       00003220
                           MOVE QM-ANNUAL-QUOTA                         00003230
                               TO BT-ANNUAL-QUOTA (BRANCH-SUB)          00003240
                       WHEN OTHER                                       00003250
                           ADD 1 TO QUOTAMAS-DROPPED-COUNT              00003260
                   END-EVALUATE                                         00003270
           END-READ.                                                    00003280
                                                                        00003290
       210-ACCUMULATE-CUSTOMERS.                                        00003300
           PERFORM 211-READ-CUSTOMER-RECORD                             00003310
               WITH TEST BEFORE                                         00003320
               UNTIL CUSTMAST-EOF.                                      00003330
                                                                        00003340
       211-READ-CUSTOMER-RECORD.                                        00003350
           READ CUSTMAST                                                00003360
               AT END                                                   00003370
                   SET CUSTMAST-EOF TO TRUE                             00003380
               NOT AT END                                               00003390
                   IF CT-TRAILER-KEY-VALID                              00003400
                       SET OLD-TRAILER-FOUND TO TRUE                    00003410
                       MOVE CT-RECORD-COUNT  TO EXPECTED-RECORD-COUNT   00003420
                       MOVE CT-HASH-THIS-YTD TO EXPECTED-HASH-THIS-YTD  00003430
                       MOVE CT-HASH-LAST-YTD TO EXPECTED-HASH-LAST-YTD  00003440
                       SET CUSTMAST-EOF TO TRUE                         00003450
                   ELSE                                                 00003460
                       ADD 1 TO MASTERS-READ-COUNT                      00003470
                       ADD CM-SALES-THIS-YTD TO INPUT-HASH-THIS-YTD     00003480
                       ADD CM-SALES-LAST-YTD TO INPUT-HASH-LAST-YTD     00003490
                       COMPUTE BRANCH-SUB = CM-BRANCH-NUMBER + 1        00003500
                       ADD CM-SALES-THIS-YTD                            00003510
                           TO BT-SALES-THIS-YTD (BRANCH-SUB)            00003520
                       ADD CM-SALES-LAST-YTD                            00003530
                           TO BT-SALES-LAST-YTD (BRANCH-SUB)            00003540
                       ADD 1 TO BT-CUSTOMER-COUNT (BRANCH-SUB)          00003550
                   END-IF                                               00003560
           END-READ.                                                    00003570
                                                                        00003580
       220-ACCUMULATE-HISTORY.                                          00003590
           PERFORM 221-READ-HISTORY-RECORD                              00003600
               WITH TEST BEFORE                                         00003610
               UNTIL SALESHST-EOF.                                      00003620
                                                                        00003630
       221-READ-HISTORY-RECORD.                                         00003640
           READ SALESHST                                                00003650
               AT END                                                   00003660
                   SET SALESHST-EOF TO TRUE                             00003670
               NOT AT END                                               00003680
                   ADD 1 TO HISTORIES-READ-COUNT                        00003690
                   IF SH-CURRENT-MONTH > ZERO AND                       00003700
                      SH-CURRENT-MONTH < 13                             00003710
                       MOVE SH-CURRENT-MONTH TO MONTHS-ELAPSED          00003720
                   END-IF                                               00003730
                   COMPUTE BRANCH-SUB = SH-BRANCH-NUMBER + 1            00003740
                   ADD SH-YTD-POSTED TO BT-HISTORY-YTD (BRANCH-SUB)     00003750
           END-READ.                                                    00003760
                                                                        00003770
       250-RELEASE-BRANCHES.                                            00003780
           PERFORM 260-RELEASE-ONE-BRANCH                               00003790
               VARYING BRANCH-SUB FROM 1 BY 1                           00003800
               UNTIL BRANCH-SUB > 100.                                  00003810
                                                                        00003820
       260-RELEASE-ONE-BRANCH.                                          00003830
           IF BT-ON-BRANCHMAS (BRANCH-SUB) = "Y" OR                     00003840
              BT-CUSTOMER-COUNT (BRANCH-SUB) > ZERO OR                  00003850
              BT-HISTORY-YTD (BRANCH-SUB) NOT = ZERO                    00003860
               MOVE SPACE TO SORT-RECORD                                00003870
               COMPUTE SR-BRANCH-NUMBER = BRANCH-SUB - 1                00003880
               IF BT-ON-BRANCHMAS (BRANCH-SUB) = "Y"                    00003890
                   MOVE BT-REGION-NAME (BRANCH-SUB) TO SR-REGION-NAME   00003900
                   MOVE BT-BRANCH-NAME (BRANCH-SUB) TO SR-BRANCH-NAME   00003910
                   MOVE BT-MANAGER-NAME (BRANCH-SUB)                    00003920
                       TO SR-MANAGER-NAME                               00003930
               ELSE                                                     00003940
                   ADD 1 TO UNKNOWN-BRANCH-COUNT                        00003950
                   MOVE "UNASSIGNED" TO SR-REGION-NAME                  00003960
                   MOVE "NOT ON BRANCHMAS" TO SR-BRANCH-NAME            00003970
                   MOVE "UNKNOWN" TO SR-MANAGER-NAME                    00003980
               END-IF                                                   00003990
               MOVE BT-SALES-THIS-YTD (BRANCH-SUB) TO SR-SALES-THIS-YTD 00004000
               MOVE BT-SALES-LAST-YTD (BRANCH-SUB) TO SR-SALES-LAST-YTD 00004010
               MOVE BT-ANNUAL-QUOTA (BRANCH-SUB) TO SR-ANNUAL-QUOTA     00004020
               MOVE BT-CUSTOMER-COUNT (BRANCH-SUB)                      00004030
                   TO SR-CUSTOMER-COUNT                                 00004040
               IF MONTHS-ELAPSED = ZERO                                 00004050
                   MOVE ZERO TO SR-PROJECTED                            00004060
               ELSE                                                     00004070
                   COMPUTE SR-PROJECTED ROUNDED =                       00004080
                       BT-HISTORY-YTD (BRANCH-SUB) * 12 / MONTHS-ELAPSED00004090
                       ON SIZE ERROR                                    00004100
                           MOVE ZERO TO SR-PROJECTED                    00004110
                   END-COMPUTE                                          00004120
               END-IF                                                   00004130
               RELEASE SORT-RECORD                                      00004140
           END-IF.                                                      00004150
                                                                        00004160
       300-PRINT-REGIONS.                                               00004170
           PERFORM 310-PRINT-ONE-BRANCH                                 00004180
               WITH TEST BEFORE                                         00004190
               UNTIL SORT-EOF.                                          00004200
           IF NOT FIRST-RECORD                                          00004210
               PERFORM 370-PRINT-REGION-TOTAL                           00004220
           END-IF.                                                      00004230
                                                                        00004240
       310-PRINT-ONE-BRANCH.                                            00004250
           RETURN SORTWORK                                              00004260
               AT END                                                   00004270
                   SET SORT-EOF TO TRUE                                 00004280
               NOT AT END                                               00004290
                   EVALUATE TRUE                                        00004300
                       WHEN FIRST-RECORD                                00004310
                           MOVE "N" TO FIRST-RECORD-SWITCH              00004320
                           PERFORM 360-PRINT-REGION-HEADING             00004330
                       WHEN SR-REGION-NAME NOT = OLD-REGION-NAME        00004340
                           PERFORM 370-PRINT-REGION-TOTAL               00004350
                           PERFORM 360-PRINT-REGION-HEADING             00004360
                   END-EVALUATE                                         00004370
                   PERFORM 320-PRINT-BRANCH-LINE                        00004380
           END-RETURN.                                                  00004390
                                                                        00004400
       320-PRINT-BRANCH-LINE.                                           00004410
           IF LINE-COUNT > LINES-ON-PAGE                                00004420
               PERFORM 410-PRINT-HEADING-LINES                          00004430
               PERFORM 365-PRINT-REGION-NAME-LINE.                      00004440
           MOVE SPACE TO BRANCH-LINE.                                   00004450
           MOVE SR-BRANCH-NUMBER  TO BRL-BRANCH-NUMBER.                 00004460
           MOVE SR-BRANCH-NAME    TO BRL-BRANCH-NAME.                   00004470
           MOVE SR-MANAGER-NAME   TO BRL-MANAGER-NAME.                  00004480
           MOVE SR-SALES-THIS-YTD TO TOTAL-THIS-YTD.                    00004490
           MOVE SR-SALES-LAST-YTD TO TOTAL-LAST-YTD.                    00004500
           MOVE SR-ANNUAL-QUOTA   TO TOTAL-QUOTA.                       00004510
           MOVE SR-PROJECTED      TO TOTAL-PROJECTED.                   00004520
           PERFORM 330-FORMAT-AMOUNTS.                                  00004530
           MOVE BRANCH-LINE TO PRINT-AREA.                              00004540
           PERFORM 430-WRITE-REPORT-LINE.                               00004550
           ADD 1 TO BRANCHES-PRINTED-COUNT.                             00004560
           ADD SR-SALES-THIS-YTD TO REGION-THIS-YTD.                    00004570
           ADD SR-SALES-LAST-YTD TO REGION-LAST-YTD.                    00004580
           ADD SR-ANNUAL-QUOTA   TO REGION-QUOTA.                       00004590
           ADD SR-PROJECTED      TO REGION-PROJECTED.                   00004600
                                                                        00004610
       330-FORMAT-AMOUNTS.                                              00004620
           MOVE TOTAL-THIS-YTD TO BRL-SALES-THIS-YTD.                   00004630
           MOVE TOTAL-LAST-YTD TO BRL-SALES-LAST-YTD.                   00004640
           COMPUTE CHANGE-AMOUNT = TOTAL-THIS-YTD - TOTAL-LAST-YTD.     00004650
           MOVE CHANGE-AMOUNT TO BRL-CHANGE-AMOUNT.                     00004660
           IF TOTAL-LAST-YTD = ZERO                                     00004670
               MOVE "  N/A " TO BRL-CHANGE-PERCENT-R                    00004680
           ELSE                                                         00004690
               COMPUTE BRL-CHANGE-PERCENT ROUNDED =                     00004700
                   CHANGE-AMOUNT * 100 / TOTAL-LAST-YTD                 00004710
                   ON SIZE ERROR                                        00004720
                       MOVE "OVRFLW" TO BRL-CHANGE-PERCENT-R            00004730
               END-COMPUTE                                              00004740
           END-IF.                                                      00004750
           IF TOTAL-QUOTA = ZERO                                        00004760
               MOVE "  N/A" TO BRL-QUOTA-PCT-R                          00004770
           ELSE                                                         00004780
               COMPUTE BRL-QUOTA-PCT ROUNDED =                          00004790
                   TOTAL-THIS-YTD * 100 / TOTAL-QUOTA                   00004800
                   ON SIZE ERROR                                        00004810
                       MOVE "*****" TO BRL-QUOTA-PCT-R                  00004820
               END-COMPUTE                                              00004830
           END-IF.                                                      00004840
           MOVE TOTAL-PROJECTED TO BRL-PROJECTED.                       00004850
                                                                        00004860
       360-PRINT-REGION-HEADING.                                        00004870
           MOVE SR-REGION-NAME TO OLD-REGION-NAME.                      00004880
           IF LINE-COUNT + 4 > LINES-ON-PAGE                            00004890
               PERFORM 410-PRINT-HEADING-LINES.                         00004900
           PERFORM 365-PRINT-REGION-NAME-LINE.                          00004910
                                                                        00004920
       365-PRINT-REGION-NAME-LINE.                                      00004930
           MOVE OLD-REGION-NAME TO RHL-REGION-NAME.                     00004940
           MOVE REGION-HEADING-LINE TO PRINT-AREA.                      00004950
           PERFORM 430-WRITE-REPORT-LINE.                               00004960
                                                                        00004970
       370-PRINT-REGION-TOTAL.                                          00004980
           IF LINE-COUNT + 2 > LINES-ON-PAGE                            00004990
               PERFORM 410-PRINT-HEADING-LINES.                         00005000
           MOVE SPACE TO BRANCH-LINE.                                   00005010
           MOVE OLD-REGION-NAME  TO BRL-BRANCH-NAME.                    00005020
           MOVE "REGION TOTAL"   TO BRL-MANAGER-NAME.                   00005030
           MOVE REGION-THIS-YTD  TO TOTAL-THIS-YTD.                     00005040
           MOVE REGION-LAST-YTD  TO TOTAL-LAST-YTD.                     00005050
           MOVE REGION-QUOTA     TO TOTAL-QUOTA.                        00005060
           MOVE REGION-PROJECTED TO TOTAL-PROJECTED.                    00005070
           PERFORM 330-FORMAT-AMOUNTS.                                  00005080
           MOVE BRANCH-LINE TO PRINT-AREA.                              00005090
           PERFORM 430-WRITE-REPORT-LINE.                               00005100
           MOVE SPACES TO PRINT-AREA.                                   00005110
           PERFORM 430-WRITE-REPORT-LINE.                               00005120
           ADD 1 TO REGIONS-PRINTED-COUNT.                              00005130
           ADD REGION-THIS-YTD  TO COMPANY-THIS-YTD.                    00005140
           ADD REGION-LAST-YTD  TO COMPANY-LAST-YTD.                    00005150
           ADD REGION-QUOTA     TO COMPANY-QUOTA.                       00005160
           ADD REGION-PROJECTED TO COMPANY-PROJECTED.                   00005170
           MOVE ZERO TO REGION-THIS-YTD                                 00005180
                        REGION-LAST-YTD                                 00005190
                        REGION-QUOTA                                    00005200
                        REGION-PROJECTED.                               00005210
                                                                        00005220
       410-PRINT-HEADING-LINES.                                         00005230
           ADD 1 TO PAGE-COUNT.                                         00005240
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.                          00005250
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00005260
           PERFORM 420-WRITE-PAGE-TOP-LINE.                             00005270
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00005280
           PERFORM 430-WRITE-REPORT-LINE.                               00005290
           MOVE SPACES TO PRINT-AREA.                                   00005300
           PERFORM 430-WRITE-REPORT-LINE.                               00005310
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00005320
           PERFORM 430-WRITE-REPORT-LINE.                               00005330
           MOVE HEADING-LINE-4 TO PRINT-AREA.                           00005340
           PERFORM 430-WRITE-REPORT-LINE.                               00005350
                                                                        00005360
       420-WRITE-PAGE-TOP-LINE.                                         00005370
                                                                        00005380
           WRITE PRINT-AREA.                                            00005390
           MOVE 1 TO LINE-COUNT.                                        00005400
                                                                        00005410
       430-WRITE-REPORT-LINE.                                           00005420
                                                                        00005430
           WRITE PRINT-AREA.                                            00005440
           ADD 1 TO LINE-COUNT.                                         00005450
                                                                        00005460
       500-PRINT-COMPANY-TOTALS.                                        00005470
           IF LINE-COUNT + 12 > LINES-ON-PAGE                           00005480
               PERFORM 410-PRINT-HEADING-LINES.                         00005490
           MOVE SPACE TO BRANCH-LINE.                                   00005500
           MOVE "COMPANY TOTAL"   TO BRL-MANAGER-NAME.                  00005510
           MOVE COMPANY-THIS-YTD  TO TOTAL-THIS-YTD.                    00005520
           MOVE COMPANY-LAST-YTD  TO TOTAL-LAST-YTD.                    00005530
           MOVE COMPANY-QUOTA     TO TOTAL-QUOTA.                       00005540
           MOVE COMPANY-PROJECTED TO TOTAL-PROJECTED.                   00005550
           PERFORM 330-FORMAT-AMOUNTS.                                  00005560
           MOVE BRANCH-LINE TO PRINT-AREA.                              00005570
           PERFORM 430-WRITE-REPORT-LINE.                               00005580
           MOVE SPACES TO PRINT-AREA.                                   00005590
           PERFORM 430-WRITE-REPORT-LINE.                               00005600
           MOVE "REGIONS PRINTED" TO TOL-TEXT.                          00005610
           MOVE REGIONS-PRINTED-COUNT TO TOL-COUNT.                     00005620
           PERFORM 510-PRINT-TOTAL-LINE.                                00005630
           MOVE "BRANCHES PRINTED" TO TOL-TEXT.                         00005640
           MOVE BRANCHES-PRINTED-COUNT TO TOL-COUNT.                    00005650
           PERFORM 510-PRINT-TOTAL-LINE.                                00005660
           MOVE "BRANCHES NOT ON BRANCHMAS" TO TOL-TEXT.                00005670
           MOVE UNKNOWN-BRANCH-COUNT TO TOL-COUNT.                      00005680
           PERFORM 510-PRINT-TOTAL-LINE.                                00005690
           MOVE "CUSTOMER RECORDS READ" TO TOL-TEXT.                    00005700
           MOVE MASTERS-READ-COUNT TO TOL-COUNT.                        00005710
           PERFORM 510-PRINT-TOTAL-LINE.                                00005720
           MOVE "HISTORY RECORDS READ" TO TOL-TEXT.                     00005730
           MOVE HISTORIES-READ-COUNT TO TOL-COUNT.                      00005740
           PERFORM 510-PRINT-TOTAL-LINE.                                00005750
           IF QUOTAMAS-DROPPED-COUNT > ZERO                             00005760
               MOVE "QUOTAMAS RECORDS DROPPED" TO TOL-TEXT              00005770
               MOVE QUOTAMAS-DROPPED-COUNT TO TOL-COUNT                 00005780
               PERFORM 510-PRINT-TOTAL-LINE                             00005790
           END-IF.                                                      00005800
           IF MONTHS-ELAPSED = ZERO                                     00005810
               MOVE "NO POSTED MONTHS ON HISTORY - NO PROJECTION MADE"  00005820
                   TO MSL-TEXT                                          00005830
               MOVE MESSAGE-LINE TO PRINT-AREA                          00005840
               PERFORM 430-WRITE-REPORT-LINE                            00005850
           END-IF.                                                      00005860
                                                                        00005870
       510-PRINT-TOTAL-LINE.                                            00005880
           MOVE TOTAL-LINE TO PRINT-AREA.                               00005890
           PERFORM 430-WRITE-REPORT-LINE.                               00005900
                                                                        00005910
       600-BALANCE-CUSTMAST-CONTROLS.                                   00005920
           IF NOT OLD-TRAILER-FOUND                                     00005930
               SET BALANCE-ERROR TO TRUE                                00005940
               MOVE "NO TRAILER ON CUSTOMER MASTER - TOTALS NOT PROVEN" 00005950
                   TO MSL-TEXT                                          00005960
           ELSE                                                         00005970
               IF EXPECTED-RECORD-COUNT = MASTERS-READ-COUNT AND        00005980
                  EXPECTED-HASH-THIS-YTD = INPUT-HASH-THIS-YTD AND      00005990
                  EXPECTED-HASH-LAST-YTD = INPUT-HASH-LAST-YTD AND      00006000
                  COMPANY-THIS-YTD = INPUT-HASH-THIS-YTD AND            00006010
                  COMPANY-LAST-YTD = INPUT-HASH-LAST-YTD                00006020
                   MOVE "COMPANY TOTAL IN BALANCE WITH CUSTMAST TRAILER"00006030
                       TO MSL-TEXT                                      00006040
               ELSE                                                     00006050
                   SET BALANCE-ERROR TO TRUE                            00006060
                   MOVE "COMPANY TOTAL OUT OF BALANCE WITH CUSTMAST"    00006070
                       TO MSL-TEXT                                      00006080
               END-IF                                                   00006090
           END-IF.                                                      00006100
           MOVE MESSAGE-LINE TO PRINT-AREA.                             00006110
           PERFORM 430-WRITE-REPORT-LINE.                               00006120
