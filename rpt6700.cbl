       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. RPT6700.                                             00000030
                                                                        00000040
       ENVIRONMENT DIVISION.                                            00000050
                                                                        00000060
       INPUT-OUTPUT SECTION.                                            00000070
                                                                        00000080
       FILE-CONTROL.                                                    00000090
           SELECT SALESHST ASSIGN TO SALESHST.                          00000100
           SELECT CUSTMAST ASSIGN TO CUSTMAST                           00000110
               ORGANIZATION INDEXED                                     00000120
               ACCESS DYNAMIC                                           00000130
               RECORD KEY IS CM-CUSTOMER-KEY                            00000140
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME                 00000150
                   WITH DUPLICATES.                                     00000160
           SELECT SALESMAS ASSIGN TO SALESMAS.                          00000170
           SELECT OPTIONAL BRANCHMAS ASSIGN TO BRANCHMAS                00000180
               ORGANIZATION LINE SEQUENTIAL.                            00000190
           SELECT OPTIONAL CONTROLCARD ASSIGN TO CONTROLCARD            00000200
               ORGANIZATION LINE SEQUENTIAL.                            00000210
           SELECT OPTIONAL FOLLOWUP ASSIGN TO FOLLOWUP                  00000220
               ORGANIZATION LINE SEQUENTIAL.                            00000230
           SELECT AGINGRPT ASSIGN TO RPT6700.                           00000240
                                                                        00000250
       DATA DIVISION.                                                   00000260
                                                                        00000270
       FILE SECTION.                                                    00000280
                                                                        00000290
       FD  SALESHST                                                     00000300
           RECORDING MODE IS F                                          00000310
           LABEL RECORDS ARE STANDARD                                   00000320
           RECORD CONTAINS 190 CHARACTERS                               00000330
           BLOCK CONTAINS 190 CHARACTERS.                               00000340
       COPY SALESHST.                                                   00000350
                                                                        00000360
       FD  CUSTMAST                                                     00000370
           RECORD CONTAINS 130 CHARACTERS.                              00000380
       COPY CUSTMAST.                                                   00000390
                                                                        00000400
       FD  SALESMAS                                                     00000410
           RECORDING MODE IS F                                          00000420
           LABEL RECORDS ARE STANDARD                                   00000430
           RECORD CONTAINS 130 CHARACTERS                               00000440
           BLOCK CONTAINS 130 CHARACTERS.                               00000450
       COPY SALESMAS.                                                   00000460
                                                                        00000470
       FD  BRANCHMAS                                                    00000480
           RECORD CONTAINS 80 CHARACTERS.                               00000490
       COPY BRCHMAS.                                                    00000500
                                                                        00000510
       FD  CONTROLCARD                                                  00000520
           RECORD CONTAINS 80 CHARACTERS.                               00000530
       01  CONTROL-CARD-RECORD.                                         00000540
           05  CC-FOLLOW-UP-OPTION     PIC X.                           00000550
           05  CC-FOLLOW-UP-MONTHS     PIC 9(2).                        00000560
           05  CC-FOLLOW-UP-MONTHS-X REDEFINES CC-FOLLOW-UP-MONTHS      00000570
                                       PIC X(2).                        00000580
           05  FILLER                  PIC X(77).                       00000590
                                                                        00000600
       FD  FOLLOWUP                                                     00000610
           RECORD CONTAINS 80 CHARACTERS.                               00000620
       COPY FOLLOWUP.                                                   00000630
                                                                        00000640
       FD  AGINGRPT                                                     00000650
           RECORDING MODE IS F                                          00000660
           LABEL RECORDS ARE STANDARD                                   00000670
           RECORD CONTAINS 130 CHARACTERS                               00000680
           BLOCK CONTAINS 130 CHARACTERS.                               00000690
       01  PRINT-AREA          PIC X(130).                              00000700
                                                                        00000710
       WORKING-STORAGE SECTION.                                         00000720
                                                                        00000730
       01  SWITCHES.                                                    00000740
           05  SALESHST-EOF-SWITCH     PIC X    VALUE "N".              00000750
               88  SALESHST-EOF                 VALUE "Y".              00000760
           05  SALESMAS-EOF-SWITCH     PIC X    VALUE "N".              00000770
               88  SALESMAS-EOF                 VALUE "Y".              00000780
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".              00000790
               88  FIRST-RECORD                 VALUE "Y".              00000800
           05  CUSTOMER-FOUND-SWITCH   PIC X    VALUE "N".              00000810
               88  CUSTOMER-FOUND               VALUE "Y".              00000820
           05  FOLLOW-UP-SWITCH        PIC X    VALUE "N".              00000830
               88  FOLLOW-UP-REQUESTED          VALUE "Y".              00000840
                                                                        00000850
       01  CONTROL-FIELDS.                                              00000860
           05  OLD-BRANCH-NUMBER       PIC 99.                          00000870
           05  OLD-SALESREP-NUMBER     PIC 99.                          00000880
           05  FOLLOW-UP-MINIMUM-MONTHS PIC 99   VALUE 4.               00000890
                                                                        00000900
       01  REP-NAME-TABLE.                                              00000910
           05  REP-NAME-ENTRY OCCURS 100 TIMES.                         00000920
               10  RNT-SALESREP-NAME   PIC X(10)    VALUE SPACE.        00000930
                                                                        00000940
       01  BRANCH-NAME-TABLE.                                           00000950
           05  BRANCH-NAME-ENTRY OCCURS 100 TIMES.                      00000960
               10  BNT-BRANCH-NAME     PIC X(20)    VALUE SPACE.        00000970
                                                                        00000980
       01  BRANCH-NAME-FIELDS.                                          00000990
           05  BRANCH-SUB          PIC S9(3)   COMP  VALUE ZERO.        00001000
           05  REP-SUB             PIC S9(3)   COMP  VALUE ZERO.        00001010
           05  BRANCHMAS-EOF-SWITCH    PIC X    VALUE "N".              00001020
               88  BRANCHMAS-EOF                VALUE "Y".              00001030
                                                                        00001040
       01  BAND-NAME-VALUES.                                            00001050
           05  FILLER              PIC X(5)    VALUE "0-3".             00001060
           05  FILLER              PIC X(5)    VALUE "4-6".             00001070
           05  FILLER              PIC X(5)    VALUE "7-12".            00001080
           05  FILLER              PIC X(5)    VALUE "13+".             00001090
       01  BAND-NAME-TABLE REDEFINES BAND-NAME-VALUES.                  00001100
           05  BAND-NAME           OCCURS 4 TIMES                       00001110
                                   PIC X(5).                            00001120
                                                                        00001130
       01  SUMMARY-BAND-VALUES.                                         00001140
           05  FILLER              PIC X(5)    VALUE " 0-3:".           00001150
           05  FILLER              PIC X(5)    VALUE " 4-6:".           00001160
           05  FILLER              PIC X(5)    VALUE "7-12:".           00001170
           05  FILLER              PIC X(5)    VALUE " 13+:".           00001180
       01  SUMMARY-BAND-TABLE REDEFINES SUMMARY-BAND-VALUES.            00001190
           05  SUMMARY-BAND-NAME   OCCURS 4 TIMES                       00001200
                                   PIC X(5).                            00001210
                                                                        00001220
       01  AGING-FIELDS               PACKED-DECIMAL.                   00001230
           05  BAND-SUB                PIC S9(3)     VALUE ZERO.        00001240
           05  BUCKET-SUB              PIC S9(3)     VALUE ZERO.        00001250
           05  LAST-SALE-SUB           PIC S9(3)     VALUE ZERO.        00001260
           05  RUN-PERIOD-NUMBER       PIC S9(7)     VALUE ZERO.        00001270
           05  HISTORY-PERIOD-NUMBER   PIC S9(7)     VALUE ZERO.        00001280
           05  LAST-SALE-PERIOD-NUMBER PIC S9(7)     VALUE ZERO.        00001290
           05  MONTHS-SINCE-POSTING    PIC S9(7)     VALUE ZERO.        00001300
           05  MONTHS-DORMANT          PIC S9(7)     VALUE ZERO.        00001310
           05  LAST-SALE-YEAR          PIC S9(5)     VALUE ZERO.        00001320
           05  LAST-SALE-MONTH         PIC S9(3)     VALUE ZERO.        00001330
                                                                        00001340
       01  AGING-TOTAL-FIELDS         PACKED-DECIMAL.                   00001350
           05  REP-BAND-TOTAL      OCCURS 4 TIMES.                      00001360
               10  REP-BAND-COUNT      PIC S9(5)     VALUE ZERO.        00001370
               10  REP-BAND-LAST-YTD   PIC S9(9)V99  VALUE ZERO.        00001380
           05  BRANCH-BAND-TOTAL   OCCURS 4 TIMES.                      00001390
               10  BRANCH-BAND-COUNT   PIC S9(5)     VALUE ZERO.        00001400
               10  BRANCH-BAND-LAST-YTD PIC S9(9)V99 VALUE ZERO.        00001410
           05  COMPANY-BAND-TOTAL  OCCURS 4 TIMES.                      00001420
               10  COMPANY-BAND-COUNT  PIC S9(5)     VALUE ZERO.        00001430
               10  COMPANY-BAND-LAST-YTD PIC S9(9)V99 VALUE ZERO.       00001440
                                                                        00001450
       01  COUNT-FIELDS               PACKED-DECIMAL.                   00001460
           05  HISTORIES-READ-COUNT    PIC 9(6)  VALUE ZERO.            00001470
           05  CUSTOMERS-AGED-COUNT    PIC 9(6)  VALUE ZERO.            00001480
           05  NOT-ON-CUSTMAST-COUNT   PIC 9(6)  VALUE ZERO.            00001490
           05  INVALID-PERIOD-COUNT    PIC 9(6)  VALUE ZERO.            00001500
           05  FOLLOW-UPS-WRITTEN-COUNT PIC 9(6) VALUE ZERO.            00001510
                                                                        00001520
       01  PRINT-FIELDS        PACKED-DECIMAL.                          00001530
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00001540
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00001550
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00001560
                                                                        00001570
       01  CURRENT-DATE-AND-TIME.                                       00001580
           05  CD-YEAR         PIC 9999.                                00001590
           05  CD-MONTH        PIC 99.                                  00001600
           05  CD-DAY          PIC 99.                                  00001610
           05  CD-HOURS        PIC 99.                                  00001620
           05  CD-MINUTES      PIC 99.                                  00001630
           05  FILLER          PIC X(9).                                00001640
                                                                        00001650
       01  HEADING-LINE-1.                                              00001660
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00001670
           05  HL1-MONTH       PIC 9(2).                                00001680
           05  FILLER          PIC X(1)    VALUE "/".                   00001690
           05  HL1-DAY         PIC 9(2).                                00001700
           05  FILLER          PIC X(1)    VALUE "/".                   00001710
           05  HL1-YEAR        PIC 9(4).                                00001720
           05  FILLER          PIC X(24)   VALUE SPACE.                 00001730
           05  FILLER          PIC X(30)   VALUE                        00001740
               "CUSTOMER DORMANCY AGING REPORT".                        00001750
           05  FILLER          PIC X(25)   VALUE SPACE.                 00001760
           05  FILLER          PIC X(18)   VALUE SPACE.                 00001770
           05  FILLER          PIC X(6)    VALUE "PAGE: ".              00001780
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                00001790
           05  FILLER          PIC X(26)   VALUE SPACE.                 00001800
                                                                        00001810
       01  HEADING-LINE-2.                                              00001820
           05  FILLER          PIC X(7)    VALUE "TIME:  ".             00001830
           05  HL2-HOURS       PIC 9(2).                                00001840
           05  FILLER          PIC X(1)    VALUE ":".                   00001850
           05  HL2-MINUTES     PIC 9(2).                                00001860
           05  FILLER          PIC X(82)   VALUE SPACE.                 00001870
           05  FILLER          PIC X(7)    VALUE "RPT6700".             00001880
           05  FILLER          PIC X(29)   VALUE SPACE.                 00001890
                                                                        00001900
       01  HEADING-LINE-4.                                              00001910
           05  FILLER          PIC X(13)   VALUE "BR RP CUST   ".       00001920
           05  FILLER          PIC X(22)   VALUE "CUSTOMER NAME".       00001930
           05  FILLER          PIC X(10)   VALUE "LAST SALE".           00001940
           05  FILLER          PIC X(7)    VALUE "MONTHS".              00001950
           05  FILLER          PIC X(8)    VALUE "BAND".                00001960
           05  FILLER          PIC X(14)   VALUE "      LAST YTD".      00001970
           05  FILLER          PIC X(3)    VALUE SPACE.                 00001980
           05  FILLER          PIC X(14)   VALUE "      THIS YTD".      00001990
           05  FILLER          PIC X(39)   VALUE SPACE.                 00002000
                                                                        00002010
       01  CUSTOMER-LINE.                                               00002020
           05  CL-BRANCH-NUMBER    PIC Z9.                              00002030
           05  FILLER              PIC X(1)     VALUE SPACE.            00002040
           05  CL-SALESREP-NUMBER  PIC Z9.                              00002050
           05  FILLER              PIC X(1)     VALUE SPACE.            00002060
           05  CL-CUSTOMER-NUMBER  PIC ZZZZ9.                           00002070
           05  FILLER              PIC X(2)     VALUE SPACE.            00002080
           05  CL-CUSTOMER-NAME    PIC X(20).                           00002090
           05  FILLER              PIC X(2)     VALUE SPACE.            00002100
           05  CL-LAST-SALE        PIC X(7).                            00002110
           05  FILLER              PIC X(3)     VALUE SPACE.            00002120
           05  CL-MONTHS-DORMANT   PIC ZZ9.                             00002130
           05  CL-MONTHS-PLUS      PIC X(1).                            00002140
           05  FILLER              PIC X(3)     VALUE SPACE.            00002150
           05  CL-AGING-BAND       PIC X(5).                            00002160
           05  FILLER              PIC X(3)     VALUE SPACE.            00002170
           05  CL-SALES-LAST-YTD   PIC zz,zzz,zz9.99-.                  00002180
           05  FILLER              PIC X(3)     VALUE SPACE.            00002190
           05  CL-SALES-THIS-YTD   PIC zz,zzz,zz9.99-.                  00002200
           05  FILLER              PIC X(39)    VALUE SPACE.            00002210
                                                                        00002220
       01  LAST-SALE-WORK.                                              00002230
           05  LSW-MONTH           PIC 99.                              00002240
           05  FILLER              PIC X(1)     VALUE "/".              00002250
           05  LSW-YEAR            PIC 9999.                            00002260
                                                                        00002270
       01  BAND-SUMMARY-LINE.                                           00002280
           05  BSL-LABEL           PIC X(18).                           00002290
           05  BSL-BAND            OCCURS 4 TIMES.                      00002300
               10  BSL-BAND-NAME       PIC X(5).                        00002310
               10  BSL-CUSTOMER-COUNT  PIC ZZ,ZZ9.                      00002320
               10  FILLER              PIC X(1).                        00002330
               10  BSL-LAST-YTD        PIC zz,zzz,zz9.99-.              00002340
               10  FILLER              PIC X(2).                        00002350
                                                                        00002360
       01  REP-LABEL-WORK.                                              00002370
           05  FILLER              PIC X(4)     VALUE "REP ".           00002380
           05  RLW-SALESREP-NUMBER PIC Z9.                              00002390
           05  FILLER              PIC X(1)     VALUE SPACE.            00002400
           05  RLW-SALESREP-NAME   PIC X(10).                           00002410
                                                                        00002420
       01  BRANCH-LABEL-WORK.                                           00002430
           05  FILLER              PIC X(7)     VALUE "BRANCH ".        00002440
           05  BLW-BRANCH-NUMBER   PIC Z9.                              00002450
           05  FILLER              PIC X(6)     VALUE " TOTAL".         00002460
                                                                        00002470
       01  BRANCH-NAME-LINE.                                            00002480
           05  FILLER              PIC X(7)     VALUE "BRANCH ".        00002490
           05  BNL-BRANCH-NUMBER   PIC Z9.                              00002500
           05  FILLER              PIC X(3)     VALUE " - ".            00002510
           05  BNL-BRANCH-NAME     PIC X(20).                           00002520
           05  FILLER              PIC X(98)    VALUE SPACE.            00002530
                                                                        00002540
       01  TOTAL-LINE.                                                  00002550
           05  TOL-TEXT            PIC X(30).                           00002560
           05  TOL-COUNT           PIC ZZZ,ZZ9.                         00002570
           05  FILLER              PIC X(93)    VALUE SPACE.            00002580
                                                                        00002590
       PROCEDURE DIVISION.                                              00002600
                                                                        00002610
       000-PREPARE-AGING-REPORT.                                        00002620
                                                                        00002630
           OPEN INPUT  SALESHST                                         00002640
                INPUT  CUSTMAST                                         00002650
                INPUT  SALESMAS                                         00002660
                INPUT  BRANCHMAS                                        00002670
                INPUT  CONTROLCARD                                      00002680
                OUTPUT AGINGRPT.                                        00002690
           PERFORM 100-FORMAT-REPORT-HEADING.                           00002700
           PERFORM 110-READ-CONTROL-CARD.                               00002710
           PERFORM 130-LOAD-BRANCH-TABLE.                               00002720
           PERFORM 150-LOAD-REP-NAMES.                                  00002730
           IF FOLLOW-UP-REQUESTED                                       00002740
               OPEN OUTPUT FOLLOWUP                                     00002750
           END-IF.                                                      00002760
           PERFORM 300-PREPARE-AGING-LINES                              00002770
               UNTIL SALESHST-EOF.                                      00002780
           PERFORM 500-PRINT-COMPANY-TOTALS.                            00002790
           IF FOLLOW-UP-REQUESTED                                       00002800
               CLOSE FOLLOWUP                                           00002810
           END-IF.                                                      00002820
           CLOSE SALESHST                                               00002830
                 CUSTMAST                                               00002840
                 SALESMAS                                               00002850
                 BRANCHMAS                                              00002860
                 CONTROLCARD                                            00002870
                 AGINGRPT.                                              00002880
           STOP RUN.                                                    00002890
                                                                        00002900
       100-FORMAT-REPORT-HEADING.                                       00002910
                                                                        00002920
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00002930
           MOVE CD-MONTH   TO HL1-MONTH.                                00002940
           MOVE CD-DAY     TO HL1-DAY.                                  00002950
           MOVE CD-YEAR    TO HL1-YEAR.                                 00002960
           MOVE CD-HOURS   TO HL2-HOURS.                                00002970
           MOVE CD-MINUTES TO HL2-MINUTES.                              00002980
           COMPUTE RUN-PERIOD-NUMBER = CD-YEAR * 12 + CD-MONTH.         00002990
                                                                        00003000
       110-READ-CONTROL-CARD.                                           00003010
           READ CONTROLCARD                                             00003020
               AT END                                                   00003030
                   CONTINUE                                             00003040
               NOT AT END                                               00003050
                   IF CC-FOLLOW-UP-OPTION = "Y"                         00003060
                       SET FOLLOW-UP-REQUESTED TO TRUE                  00003070
                   END-IF                                               00003080
                   IF CC-FOLLOW-UP-MONTHS-X NUMERIC AND                 00003090
                      CC-FOLLOW-UP-MONTHS NOT = ZERO                    00003100
                       MOVE CC-FOLLOW-UP-MONTHS                         00003110
                           TO FOLLOW-UP-MINIMUM-MONTHS                  00003120
                   END-IF                                               00003130
           END-READ.                                                    00003140
                                                                        00003150
       130-LOAD-BRANCH-TABLE.                                           00003160
           PERFORM 140-READ-BRANCH-RECORD                               00003170
               WITH TEST BEFORE                                         00003180
               UNTIL BRANCHMAS-EOF.                                     00003190
                                                                        00003200
       140-READ-BRANCH-RECORD.                                          00003210
           READ BRANCHMAS                                               00003220
               AT END                                                   00003230
                   SET BRANCHMAS-EOF TO TRUE                            00003240
               NOT AT END                                               00003250
                   IF BM-BRANCH-NUMBER NUMERIC                          00003260
                       COMPUTE BRANCH-SUB = BM-BRANCH-NUMBER + 1        00003270
                       MOVE BM-BRANCH-NAME                              00003280
                           TO BNT-BRANCH-NAME (BRANCH-SUB)              00003290
                   END-IF                                               00003300
           END-READ.                                                    00003310
                                                                        00003320
       150-LOAD-REP-NAMES.                                              00003330
           PERFORM 160-READ-SALESREP-RECORD                             00003340
               WITH TEST BEFORE                                         00003350
               UNTIL SALESMAS-EOF.                                      00003360
                                                                        00003370
       160-READ-SALESREP-RECORD.                                        00003380
           READ SALESMAS                                                00003390
               AT END                                                   00003400
                   SET SALESMAS-EOF TO TRUE                             00003410
               NOT AT END                                               00003420
                   COMPUTE REP-SUB = SM-SALESREP-NUMBER + 1             00003430
                   MOVE SM-SALESREP-NAME                                00003440
                       TO RNT-SALESREP-NAME (REP-SUB)                   00003450
           END-READ.                                                    00003460
                                                                        00003470
       300-PREPARE-AGING-LINES.                                         00003480
           PERFORM 310-READ-HISTORY-RECORD.                             00003490
           EVALUATE TRUE                                                00003500
               WHEN SALESHST-EOF                                        00003510
                IF NOT FIRST-RECORD                                     00003520
                    PERFORM 360-PRINT-REP-SUMMARY                       00003530
                    PERFORM 370-PRINT-BRANCH-SUMMARY                    00003540
                END-IF                                                  00003550
               WHEN FIRST-RECORD                                        00003560
                PERFORM 320-AGE-ONE-CUSTOMER                            00003570
                MOVE "N" TO FIRST-RECORD-SWITCH                         00003580
                MOVE SH-SALESREP-NUMBER TO OLD-SALESREP-NUMBER          00003590
                MOVE SH-BRANCH-NUMBER TO OLD-BRANCH-NUMBER              00003600
               WHEN SH-BRANCH-NUMBER > OLD-BRANCH-NUMBER                00003610
                PERFORM 360-PRINT-REP-SUMMARY                           00003620
                PERFORM 370-PRINT-BRANCH-SUMMARY                        00003630
                PERFORM 320-AGE-ONE-CUSTOMER                            00003640
                MOVE SH-SALESREP-NUMBER TO OLD-SALESREP-NUMBER          00003650
                MOVE SH-BRANCH-NUMBER TO OLD-BRANCH-NUMBER              00003660
               WHEN SH-SALESREP-NUMBER > OLD-SALESREP-NUMBER            00003670
                PERFORM 360-PRINT-REP-SUMMARY                           00003680
                PERFORM 320-AGE-ONE-CUSTOMER                            00003690
                MOVE SH-SALESREP-NUMBER TO OLD-SALESREP-NUMBER          00003700
               WHEN OTHER                                               00003710
                PERFORM 320-AGE-ONE-CUSTOMER                            00003720
           END-EVALUATE.                                                00003730
                                                                        00003740
       310-READ-HISTORY-RECORD.                                         00003750
           READ SALESHST                                                00003760
               AT END                                                   00003770
                   MOVE "Y" TO SALESHST-EOF-SWITCH                      00003780
               NOT AT END                                               00003790
                   ADD 1 TO HISTORIES-READ-COUNT                        00003800
           END-READ.                                                    00003810
                                                                        00003820
       320-AGE-ONE-CUSTOMER.                                            00003830
           MOVE SH-BRANCH-NUMBER   TO CM-BRANCH-NUMBER.                 00003840
           MOVE SH-SALESREP-NUMBER TO CM-SALESREP-NUMBER.               00003850
           MOVE SH-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.               00003860
           PERFORM 322-READ-CUSTOMER-MASTER.                            00003870
           IF NOT CUSTOMER-FOUND                                        00003880
               ADD 1 TO NOT-ON-CUSTMAST-COUNT                           00003890
           ELSE                                                         00003900
               IF SH-CURRENT-YEAR NOT NUMERIC OR                        00003910
                  SH-CURRENT-MONTH NOT NUMERIC                          00003920
                   ADD 1 TO INVALID-PERIOD-COUNT                        00003930
               ELSE                                                     00003940
                   IF SH-CURRENT-MONTH < 1 OR                           00003950
                      SH-CURRENT-MONTH > 12                             00003960
                       ADD 1 TO INVALID-PERIOD-COUNT                    00003970
                   ELSE                                                 00003980
                       PERFORM 324-COMPUTE-MONTHS-DORMANT               00003990
                       PERFORM 326-ACCUMULATE-AGING-BAND                00004000
                   END-IF                                               00004010
               END-IF                                                   00004020
           END-IF.                                                      00004030
                                                                        00004040
       322-READ-CUSTOMER-MASTER.                                        00004050
           MOVE "N" TO CUSTOMER-FOUND-SWITCH.                           00004060
           READ CUSTMAST                                                00004070
               INVALID KEY                                              00004080
                   CONTINUE                                             00004090
               NOT INVALID KEY                                          00004100
                   SET CUSTOMER-FOUND TO TRUE                           00004110
           END-READ.                                                    00004120
                                                                        00004130
       324-COMPUTE-MONTHS-DORMANT.                                      00004140
           COMPUTE HISTORY-PERIOD-NUMBER =                              00004150
               SH-CURRENT-YEAR * 12 + SH-CURRENT-MONTH.                 00004160
           COMPUTE MONTHS-SINCE-POSTING =                               00004170
               RUN-PERIOD-NUMBER - HISTORY-PERIOD-NUMBER.               00004180
           IF MONTHS-SINCE-POSTING < ZERO                               00004190
               MOVE ZERO TO MONTHS-SINCE-POSTING                        00004200
           END-IF.                                                      00004210
           MOVE ZERO TO LAST-SALE-SUB.                                  00004220
           PERFORM 325-CHECK-ONE-BUCKET                                 00004230
               WITH TEST BEFORE                                         00004240
               VARYING BUCKET-SUB FROM 1 BY 1                           00004250
               UNTIL BUCKET-SUB > 13 OR LAST-SALE-SUB > ZERO.           00004260
           IF LAST-SALE-SUB = ZERO                                      00004270
               COMPUTE MONTHS-DORMANT = MONTHS-SINCE-POSTING + 13       00004280
               MOVE ZERO TO LAST-SALE-YEAR                              00004290
               MOVE ZERO TO LAST-SALE-MONTH                             00004300
           ELSE                                                         00004310
               COMPUTE MONTHS-DORMANT =                                 00004320
                   MONTHS-SINCE-POSTING + LAST-SALE-SUB - 1             00004330
               COMPUTE LAST-SALE-PERIOD-NUMBER =                        00004340
                   HISTORY-PERIOD-NUMBER - LAST-SALE-SUB                00004350
               DIVIDE LAST-SALE-PERIOD-NUMBER BY 12                     00004360
                   GIVING LAST-SALE-YEAR                                00004370
                   REMAINDER LAST-SALE-MONTH                            00004380
               ADD 1 TO LAST-SALE-MONTH                                 00004390
           END-IF.                                                      00004400
           IF MONTHS-DORMANT > 999                                      00004410
               MOVE 999 TO MONTHS-DORMANT                               00004420
           END-IF.                                                      00004430
           EVALUATE TRUE                                                00004440
               WHEN MONTHS-DORMANT < 4                                  00004450
                   MOVE 1 TO BAND-SUB                                   00004460
               WHEN MONTHS-DORMANT < 7                                  00004470
                   MOVE 2 TO BAND-SUB                                   00004480
               WHEN MONTHS-DORMANT < 13                                 00004490
                   MOVE 3 TO BAND-SUB                                   00004500
               WHEN OTHER                                               00004510
                   MOVE 4 TO BAND-SUB                                   00004520
           END-EVALUATE.                                                00004530
                                                                        00004540
       325-CHECK-ONE-BUCKET.                                            00004550
           IF SH-MONTHLY-SALES (BUCKET-SUB) > ZERO                      00004560
               MOVE BUCKET-SUB TO LAST-SALE-SUB                         00004570
           END-IF.                                                      00004580
                                                                        00004590
       326-ACCUMULATE-AGING-BAND.                                       00004600
           ADD 1 TO CUSTOMERS-AGED-COUNT.                               00004610
           ADD 1 TO REP-BAND-COUNT (BAND-SUB).                          00004620
           ADD CM-SALES-LAST-YTD TO REP-BAND-LAST-YTD (BAND-SUB).       00004630
           IF BAND-SUB > 1                                              00004640
               PERFORM 328-PRINT-CUSTOMER-LINE                          00004650
           END-IF.                                                      00004660
           IF FOLLOW-UP-REQUESTED AND                                   00004670
              MONTHS-DORMANT NOT < FOLLOW-UP-MINIMUM-MONTHS             00004680
               PERFORM 329-WRITE-FOLLOW-UP-RECORD                       00004690
           END-IF.                                                      00004700
                                                                        00004710
       328-PRINT-CUSTOMER-LINE.                                         00004720
           IF LINE-COUNT > LINES-ON-PAGE                                00004730
               PERFORM 330-PRINT-HEADING-LINES.                         00004740
           MOVE SH-BRANCH-NUMBER   TO CL-BRANCH-NUMBER.                 00004750
           MOVE SH-SALESREP-NUMBER TO CL-SALESREP-NUMBER.               00004760
           MOVE SH-CUSTOMER-NUMBER TO CL-CUSTOMER-NUMBER.               00004770
           MOVE CM-CUSTOMER-NAME   TO CL-CUSTOMER-NAME.                 00004780
           IF LAST-SALE-SUB = ZERO                                      00004790
               MOVE "NONE" TO CL-LAST-SALE                              00004800
               MOVE "+" TO CL-MONTHS-PLUS                               00004810
           ELSE                                                         00004820
               MOVE LAST-SALE-MONTH TO LSW-MONTH                        00004830
               MOVE LAST-SALE-YEAR  TO LSW-YEAR                         00004840
               MOVE LAST-SALE-WORK  TO CL-LAST-SALE                     00004850
               MOVE SPACE TO CL-MONTHS-PLUS                             00004860
           END-IF.                                                      00004870
           MOVE MONTHS-DORMANT        TO CL-MONTHS-DORMANT.             00004880
           MOVE BAND-NAME (BAND-SUB)  TO CL-AGING-BAND.                 00004890
           MOVE CM-SALES-LAST-YTD     TO CL-SALES-LAST-YTD.             00004900
           MOVE CM-SALES-THIS-YTD     TO CL-SALES-THIS-YTD.             00004910
           MOVE CUSTOMER-LINE TO PRINT-AREA.                            00004920
           PERFORM 350-WRITE-REPORT-LINE.                               00004930
                                                                        00004940
       329-WRITE-FOLLOW-UP-RECORD.                                      00004950
           MOVE SPACE TO FOLLOW-UP-RECORD.                              00004960
           MOVE SH-BRANCH-NUMBER   TO FU-BRANCH-NUMBER.                 00004970
           MOVE SH-SALESREP-NUMBER TO FU-SALESREP-NUMBER.               00004980
           COMPUTE REP-SUB = SH-SALESREP-NUMBER + 1.                    00004990
           MOVE RNT-SALESREP-NAME (REP-SUB) TO FU-SALESREP-NAME.        00005000
           MOVE SH-CUSTOMER-NUMBER TO FU-CUSTOMER-NUMBER.               00005010
           MOVE CM-CUSTOMER-NAME   TO FU-CUSTOMER-NAME.                 00005020
           MOVE BAND-NAME (BAND-SUB) TO FU-AGING-BAND.                  00005030
           MOVE MONTHS-DORMANT     TO FU-MONTHS-DORMANT.                00005040
           MOVE LAST-SALE-YEAR     TO FU-LAST-SALE-YEAR.                00005050
           MOVE LAST-SALE-MONTH    TO FU-LAST-SALE-MONTH.               00005060
           MOVE CM-SALES-LAST-YTD  TO FU-SALES-LAST-YTD.                00005070
           WRITE FOLLOW-UP-RECORD.                                      00005080
           ADD 1 TO FOLLOW-UPS-WRITTEN-COUNT.                           00005090
                                                                        00005100
       330-PRINT-HEADING-LINES.                                         00005110
           ADD 1 TO PAGE-COUNT.                                         00005120
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.                          00005130
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00005140
           PERFORM 340-WRITE-PAGE-TOP-LINE.                             00005150
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00005160
           PERFORM 350-WRITE-REPORT-LINE.                               00005170
           MOVE SPACES TO PRINT-AREA.                                   00005180
           PERFORM 350-WRITE-REPORT-LINE.                               00005190
           MOVE HEADING-LINE-4 TO PRINT-AREA.                           00005200
           PERFORM 350-WRITE-REPORT-LINE.                               00005210
           MOVE SPACES TO PRINT-AREA.                                   00005220
           PERFORM 350-WRITE-REPORT-LINE.                               00005230
                                                                        00005240
       340-WRITE-PAGE-TOP-LINE.                                         00005250
                                                                        00005260
           WRITE PRINT-AREA.                                            00005270
           MOVE 1 TO LINE-COUNT.                                        00005280
                                                                        00005290
       350-WRITE-REPORT-LINE.                                           00005300
                                                                        00005310
           WRITE PRINT-AREA.                                            00005320
           ADD 1 TO LINE-COUNT.                                         00005330
                                                                        00005340
       360-PRINT-REP-SUMMARY.                                           00005350
           IF LINE-COUNT + 2 > LINES-ON-PAGE                            00005360
               PERFORM 330-PRINT-HEADING-LINES.                         00005370
           MOVE OLD-SALESREP-NUMBER TO RLW-SALESREP-NUMBER.             00005380
           COMPUTE REP-SUB = OLD-SALESREP-NUMBER + 1.                   00005390
           IF RNT-SALESREP-NAME (REP-SUB) = SPACE                       00005400
               MOVE "UNKNOWN" TO RLW-SALESREP-NAME                      00005410
           ELSE                                                         00005420
               MOVE RNT-SALESREP-NAME (REP-SUB) TO RLW-SALESREP-NAME    00005430
           END-IF.                                                      00005440
           MOVE SPACE TO BAND-SUMMARY-LINE.                             00005450
           MOVE REP-LABEL-WORK TO BSL-LABEL.                            00005460
           PERFORM 365-MOVE-ONE-REP-BAND                                00005470
               WITH TEST BEFORE                                         00005480
               VARYING BAND-SUB FROM 1 BY 1                             00005490
               UNTIL BAND-SUB > 4.                                      00005500
           MOVE BAND-SUMMARY-LINE TO PRINT-AREA.                        00005510
           PERFORM 350-WRITE-REPORT-LINE.                               00005520
           MOVE SPACES TO PRINT-AREA.                                   00005530
           PERFORM 350-WRITE-REPORT-LINE.                               00005540
                                                                        00005550
       365-MOVE-ONE-REP-BAND.                                           00005560
           MOVE SUMMARY-BAND-NAME (BAND-SUB)                            00005570
               TO BSL-BAND-NAME (BAND-SUB).                             00005580
           MOVE REP-BAND-COUNT (BAND-SUB)                               00005590
               TO BSL-CUSTOMER-COUNT (BAND-SUB).                        00005600
           MOVE REP-BAND-LAST-YTD (BAND-SUB)                            00005610
               TO BSL-LAST-YTD (BAND-SUB).                              00005620
           ADD REP-BAND-COUNT (BAND-SUB)                                00005630
               TO BRANCH-BAND-COUNT (BAND-SUB).                         00005640
           ADD REP-BAND-LAST-YTD (BAND-SUB)                             00005650
               TO BRANCH-BAND-LAST-YTD (BAND-SUB).                      00005660
           MOVE ZERO TO REP-BAND-COUNT (BAND-SUB).                      00005670
           MOVE ZERO TO REP-BAND-LAST-YTD (BAND-SUB).                   00005680
                                                                        00005690
       370-PRINT-BRANCH-SUMMARY.                                        00005700
           IF LINE-COUNT + 3 > LINES-ON-PAGE                            00005710
               PERFORM 330-PRINT-HEADING-LINES.                         00005720
           MOVE OLD-BRANCH-NUMBER TO BNL-BRANCH-NUMBER.                 00005730
           COMPUTE BRANCH-SUB = OLD-BRANCH-NUMBER + 1.                  00005740
           MOVE BNT-BRANCH-NAME (BRANCH-SUB) TO BNL-BRANCH-NAME.        00005750
           MOVE BRANCH-NAME-LINE TO PRINT-AREA.                         00005760
           PERFORM 350-WRITE-REPORT-LINE.                               00005770
           MOVE OLD-BRANCH-NUMBER TO BLW-BRANCH-NUMBER.                 00005780
           MOVE SPACE TO BAND-SUMMARY-LINE.                             00005790
           MOVE BRANCH-LABEL-WORK TO BSL-LABEL.                         00005800
           PERFORM 375-MOVE-ONE-BRANCH-BAND                             00005810
               WITH TEST BEFORE                                         00005820
               VARYING BAND-SUB FROM 1 BY 1                             00005830
               UNTIL BAND-SUB > 4.                                      00005840
           MOVE BAND-SUMMARY-LINE TO PRINT-AREA.                        00005850
           PERFORM 350-WRITE-REPORT-LINE.                               00005860
           MOVE SPACES TO PRINT-AREA.                                   00005870
           PERFORM 350-WRITE-REPORT-LINE.                               00005880
                                                                        00005890
       375-MOVE-ONE-BRANCH-BAND.                                        00005900
           MOVE SUMMARY-BAND-NAME (BAND-SUB)                            00005910
               TO BSL-BAND-NAME (BAND-SUB).                             00005920
           MOVE BRANCH-BAND-COUNT (BAND-SUB)                            00005930
               TO BSL-CUSTOMER-COUNT (BAND-SUB).                        00005940
           MOVE BRANCH-BAND-LAST-YTD (BAND-SUB)                         00005950
               TO BSL-LAST-YTD (BAND-SUB).                              00005960
           ADD BRANCH-BAND-COUNT (BAND-SUB)                             00005970
               TO COMPANY-BAND-COUNT (BAND-SUB).                        00005980
           ADD BRANCH-BAND-LAST-YTD (BAND-SUB)                          00005990
               TO COMPANY-BAND-LAST-YTD (BAND-SUB).                     00006000
           MOVE ZERO TO BRANCH-BAND-COUNT (BAND-SUB).                   00006010
           MOVE ZERO TO BRANCH-BAND-LAST-YTD (BAND-SUB).                00006020
                                                                        00006030
       500-PRINT-COMPANY-TOTALS.                                        00006040
           IF LINE-COUNT + 8 > LINES-ON-PAGE                            00006050
               PERFORM 330-PRINT-HEADING-LINES.                         00006060
           MOVE SPACE TO BAND-SUMMARY-LINE.                             00006070
           MOVE "COMPANY TOTAL" TO BSL-LABEL.                           00006080
           PERFORM 505-MOVE-ONE-COMPANY-BAND                            00006090
               WITH TEST BEFORE                                         00006100
               VARYING BAND-SUB FROM 1 BY 1                             00006110
               UNTIL BAND-SUB > 4.                                      00006120
           MOVE BAND-SUMMARY-LINE TO PRINT-AREA.                        00006130
           PERFORM 350-WRITE-REPORT-LINE.                               00006140
           MOVE SPACES TO PRINT-AREA.                                   00006150
           PERFORM 350-WRITE-REPORT-LINE.                               00006160
           MOVE "HISTORY RECORDS READ" TO TOL-TEXT.                     00006170
           MOVE HISTORIES-READ-COUNT TO TOL-COUNT.                      00006180
           PERFORM 510-PRINT-TOTAL-LINE.                                00006190
           MOVE "CUSTOMERS AGED" TO TOL-TEXT.                           00006200
           MOVE CUSTOMERS-AGED-COUNT TO TOL-COUNT.                      00006210
           PERFORM 510-PRINT-TOTAL-LINE.                                00006220
           MOVE "HISTORY NOT ON CUSTMAST" TO TOL-TEXT.                  00006230
           MOVE NOT-ON-CUSTMAST-COUNT TO TOL-COUNT.                     00006240
           PERFORM 510-PRINT-TOTAL-LINE.                                00006250
           MOVE "INVALID HISTORY PERIOD" TO TOL-TEXT.                   00006260
           MOVE INVALID-PERIOD-COUNT TO TOL-COUNT.                      00006270
           PERFORM 510-PRINT-TOTAL-LINE.                                00006280
           IF FOLLOW-UP-REQUESTED                                       00006290
               MOVE "FOLLOW-UP MINIMUM MONTHS" TO TOL-TEXT              00006300
               MOVE FOLLOW-UP-MINIMUM-MONTHS TO TOL-COUNT               00006310
               PERFORM 510-PRINT-TOTAL-LINE                             00006320
               MOVE "FOLLOW-UP RECORDS WRITTEN" TO TOL-TEXT             00006330
               MOVE FOLLOW-UPS-WRITTEN-COUNT TO TOL-COUNT               00006340
               PERFORM 510-PRINT-TOTAL-LINE                             00006350
           END-IF.                                                      00006360
                                                                        00006370
       505-MOVE-ONE-COMPANY-BAND.                                       00006380
           MOVE SUMMARY-BAND-NAME (BAND-SUB)                            00006390
               TO BSL-BAND-NAME (BAND-SUB).                             00006400
           MOVE COMPANY-BAND-COUNT (BAND-SUB)                           00006410
               TO BSL-CUSTOMER-COUNT (BAND-SUB).                        00006420
           MOVE COMPANY-BAND-LAST-YTD (BAND-SUB)                        00006430
               TO BSL-LAST-YTD (BAND-SUB).                              00006440
                                                                        00006450
       510-PRINT-TOTAL-LINE.                                            00006460
           MOVE TOTAL-LINE TO PRINT-AREA.                               00006470
           PERFORM 350-WRITE-REPORT-LINE.                               00006480
