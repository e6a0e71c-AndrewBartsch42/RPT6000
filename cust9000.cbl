       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. CUST9000.                                            00000030
                                                                        00000040
       ENVIRONMENT DIVISION.                                            00000050
                                                                        00000060
       INPUT-OUTPUT SECTION.                                            00000070
                                                                        00000080
       FILE-CONTROL.                                                    00000090
           SELECT INQCARD  ASSIGN TO INQCARD                            00000100
               ORGANIZATION LINE SEQUENTIAL.                            00000110
           SELECT OPTIONAL CUSTJRNL ASSIGN TO CUSTJRNL                  00000120
               ORGANIZATION LINE SEQUENTIAL.                            00000130
           SELECT JRNLRPT  ASSIGN TO CUST9000.                          00000140
           SELECT SORTWORK ASSIGN TO SORTWORK.                          00000150
                                                                        00000160
       DATA DIVISION.                                                   00000170
                                                                        00000180
       FILE SECTION.                                                    00000190
                                                                        00000200
       FD  INQCARD                                                      00000210
           RECORD CONTAINS 80 CHARACTERS.                               00000220
       01  INQUIRY-CARD.                                                00000230
           05  IQ-INQUIRY-TYPE         PIC X(1).                        00000240
           05  IQ-CUSTOMER-KEY.                                         00000250
               10  IQ-BRANCH-NUMBER    PIC 9(2).                        00000260
               10  IQ-BRANCH-X REDEFINES IQ-BRANCH-NUMBER               00000270
                                       PIC X(2).                        00000280
               10  IQ-SALESREP-NUMBER  PIC 9(2).                        00000290
               10  IQ-SALESREP-X REDEFINES IQ-SALESREP-NUMBER           00000300
                                       PIC X(2).                        00000310
               10  IQ-CUSTOMER-NUMBER  PIC 9(5).                        00000320
               10  IQ-CUSTOMER-X REDEFINES IQ-CUSTOMER-NUMBER           00000330
                                       PIC X(5).                        00000340
           05  IQ-FROM-DATE            PIC 9(8).                        00000350
           05  IQ-FROM-DATE-X REDEFINES IQ-FROM-DATE                    00000360
                                       PIC X(8).                        00000370
           05  IQ-TO-DATE              PIC 9(8).                        00000380
           05  IQ-TO-DATE-X REDEFINES IQ-TO-DATE                        00000390
                                       PIC X(8).                        00000400
           05  FILLER                  PIC X(54).                       00000410
                                                                        00000420
       FD  CUSTJRNL                                                     00000430
           RECORD CONTAINS 150 CHARACTERS.                              00000440
       01  CUSTOMER-JOURNAL-AREA PIC X(150).                            00000450
                                                                        00000460
       FD  JRNLRPT                                                      00000470
           RECORDING MODE IS F                                          00000480
           LABEL RECORDS ARE STANDARD                                   00000490
           RECORD CONTAINS 130 CHARACTERS                               00000500
           BLOCK CONTAINS 130 CHARACTERS.                               00000510
       01  PRINT-AREA          PIC X(130).                              00000520
                                                                        00000530
       SD  SORTWORK                                                     00000540
           RECORD CONTAINS 178 CHARACTERS.                              00000550
       01  SORT-RECORD.                                                 00000560
           05  SR-CUSTOMER-KEY         PIC X(9).                        00000570
           05  SR-RUN-DATE             PIC 9(8).                        00000580
           05  SR-RUN-TIME             PIC 9(4).                        00000590
           05  SR-SEQUENCE-NUMBER      PIC 9(7).                        00000600
           05  SR-JOURNAL-RECORD       PIC X(150).                      00000610
                                                                        00000620
       WORKING-STORAGE SECTION.                                         00000630
                                                                        00000640
       COPY CUSTJRNL.                                                   00000650
                                                                        00000660
       01  INQUIRY-TABLE.                                               00000670
           05  INQUIRY-ENTRY OCCURS 50 TIMES                            00000680
                             INDEXED BY INQ-INDEX.                      00000690
               10  INQ-INQUIRY-TYPE    PIC X(1).                        00000700
               10  INQ-CUSTOMER-KEY    PIC X(9).                        00000710
               10  INQ-SALESREP-NUMBER PIC 9(2).                        00000720
               10  INQ-FROM-DATE       PIC 9(8).                        00000730
               10  INQ-TO-DATE         PIC 9(8).                        00000740
                                                                        00000750
       01  INQUIRY-FIELDS.                                              00000760
           05  INQUIRY-COUNT           PIC 9(3)  COMP  VALUE ZERO.      00000770
           05  PREVIOUS-CUSTOMER-KEY   PIC X(9)  VALUE LOW-VALUE.       00000780
                                                                        00000790
       01  SWITCHES.                                                    00000800
           05  INQCARD-EOF-SWITCH      PIC X     VALUE "N".             00000810
               88  INQCARD-EOF                   VALUE "Y".             00000820
           05  CUSTJRNL-EOF-SWITCH     PIC X     VALUE "N".             00000830
               88  CUSTJRNL-EOF                  VALUE "Y".             00000840
           05  SORT-EOF-SWITCH         PIC X     VALUE "N".             00000850
               88  SORT-EOF                      VALUE "Y".             00000860
           05  CARD-VALID-SWITCH       PIC X     VALUE "N".             00000870
               88  CARD-VALID                    VALUE "Y".             00000880
           05  MATCH-FOUND-SWITCH      PIC X     VALUE "N".             00000890
               88  MATCH-FOUND                   VALUE "Y".             00000900
                                                                        00000910
       01  COUNT-FIELDS               PACKED-DECIMAL.                   00000920
           05  CARDS-READ-COUNT        PIC 9(6)  VALUE ZERO.            00000930
           05  CARDS-REJECTED-COUNT    PIC 9(6)  VALUE ZERO.            00000940
           05  JOURNAL-READ-COUNT      PIC 9(7)  VALUE ZERO.            00000950
           05  JOURNAL-SELECTED-COUNT  PIC 9(7)  VALUE ZERO.            00000960
           05  CUSTOMERS-LISTED-COUNT  PIC 9(6)  VALUE ZERO.            00000970
           05  CUSTOMER-CHANGE-COUNT   PIC 9(6)  VALUE ZERO.            00000980
                                                                        00000990
       01  PRINT-FIELDS        PACKED-DECIMAL.                          00001000
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00001010
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00001020
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00001030
                                                                        00001040
       01  CURRENT-DATE-AND-TIME.                                       00001050
           05  CD-YEAR         PIC 9999.                                00001060
           05  CD-MONTH        PIC 99.                                  00001070
           05  CD-DAY          PIC 99.                                  00001080
           05  CD-HOURS        PIC 99.                                  00001090
           05  CD-MINUTES      PIC 99.                                  00001100
           05  FILLER          PIC X(9).                                00001110
                                                                        00001120
       01  DISPLAY-FIELDS.                                              00001130
           05  KEY-DISPLAY.                                             00001140
               10  KD-BRANCH-NUMBER    PIC 9(2).                        00001150
               10  FILLER              PIC X(1)  VALUE "-".             00001160
               10  KD-SALESREP-NUMBER  PIC 9(2).                        00001170
               10  FILLER              PIC X(1)  VALUE "-".             00001180
               10  KD-CUSTOMER-NUMBER  PIC 9(5).                        00001190
           05  TIME-DISPLAY.                                            00001200
               10  TD-HOURS            PIC 9(2).                        00001210
               10  FILLER              PIC X(1)  VALUE ":".             00001220
               10  TD-MINUTES          PIC 9(2).                        00001230
           05  AMOUNT-DISPLAY          PIC ZZ,ZZZ,ZZ9.99-.              00001240
           05  DATE-RANGE-DISPLAY.                                      00001250
               10  DRD-FROM-DATE       PIC 9(8).                        00001260
               10  FILLER              PIC X(4)  VALUE " TO ".          00001270
               10  DRD-TO-DATE         PIC 9(8).                        00001280
                                                                        00001290
       01  HEADING-LINE-1.                                              00001300
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00001310
           05  HL1-MONTH       PIC 9(2).                                00001320
           05  FILLER          PIC X(1)    VALUE "/".                   00001330
           05  HL1-DAY         PIC 9(2).                                00001340
           05  FILLER          PIC X(1)    VALUE "/".                   00001350
           05  HL1-YEAR        PIC 9(4).                                00001360
           05  FILLER          PIC X(24)   VALUE SPACE.                 00001370
           05  FILLER          PIC X(30)   VALUE                        00001380
               "CUSTOMER CHANGE HISTORY REPORT".                        00001390
           05  FILLER          PIC X(25)   VALUE SPACE.                 00001400
           05  FILLER          PIC X(18)   VALUE SPACE.                 00001410
           05  FILLER          PIC X(6)    VALUE "PAGE: ".              00001420
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                00001430
           05  FILLER          PIC X(26)   VALUE SPACE.                 00001440
                                                                        00001450
       01  HEADING-LINE-2.                                              00001460
           05  FILLER          PIC X(7)    VALUE "TIME:  ".             00001470
           05  HL2-HOURS       PIC 9(2).                                00001480
           05  FILLER          PIC X(1)    VALUE ":".                   00001490
           05  HL2-MINUTES     PIC 9(2).                                00001500
           05  FILLER          PIC X(82)   VALUE SPACE.                 00001510
           05  FILLER          PIC X(8)    VALUE "CUST9000".            00001520
           05  FILLER          PIC X(28)   VALUE SPACE.                 00001530
                                                                        00001540
       01  HEADING-LINE-3.                                              00001550
           05  FILLER          PIC X(10)   VALUE "RUN DATE".            00001560
           05  FILLER          PIC X(7)    VALUE "TIME".                00001570
           05  FILLER          PIC X(10)   VALUE "PROGRAM".             00001580
           05  FILLER          PIC X(14)   VALUE "CHANGE".              00001590
           05  FILLER          PIC X(10)   VALUE "FIELD".               00001600
           05  FILLER          PIC X(22)   VALUE "BEFORE".              00001610
           05  FILLER          PIC X(22)   VALUE "AFTER".               00001620
           05  FILLER          PIC X(35)   VALUE "REFERENCE".           00001630
                                                                        00001640
       01  INQUIRY-LINE.                                                00001650
           05  IQL-TEXT            PIC X(24).                           00001660
           05  IQL-VALUE           PIC X(30).                           00001670
           05  FILLER              PIC X(76)    VALUE SPACE.            00001680
                                                                        00001690
       01  CUSTOMER-HEADING-LINE.                                       00001700
           05  FILLER              PIC X(10)    VALUE "CUSTOMER: ".     00001710
           05  CHL-CUSTOMER-KEY    PIC X(11).                           00001720
           05  FILLER              PIC X(2)     VALUE SPACE.            00001730
           05  CHL-CUSTOMER-NAME   PIC X(20).                           00001740
           05  FILLER              PIC X(87)    VALUE SPACE.            00001750
                                                                        00001760
       01  CHANGE-DETAIL-LINE.                                          00001770
           05  CDL-RUN-DATE        PIC X(8).                            00001780
           05  FILLER              PIC X(2)     VALUE SPACE.            00001790
           05  CDL-RUN-TIME        PIC X(5).                            00001800
           05  FILLER              PIC X(2)     VALUE SPACE.            00001810
           05  CDL-PROGRAM-NAME    PIC X(8).                            00001820
           05  FILLER              PIC X(2)     VALUE SPACE.            00001830
           05  CDL-CHANGE-TYPE     PIC X(12).                           00001840
           05  FILLER              PIC X(2)     VALUE SPACE.            00001850
           05  CDL-FIELD-NAME      PIC X(8).                            00001860
           05  FILLER              PIC X(2)     VALUE SPACE.            00001870
           05  CDL-BEFORE-VALUE    PIC X(20).                           00001880
           05  FILLER              PIC X(2)     VALUE SPACE.            00001890
           05  CDL-AFTER-VALUE     PIC X(20).                           00001900
           05  FILLER              PIC X(2)     VALUE SPACE.            00001910
           05  CDL-REFERENCE       PIC X(10).                           00001920
           05  FILLER              PIC X(25)    VALUE SPACE.            00001930
                                                                        00001940
       01  TOTAL-LINE.                                                  00001950
           05  TOL-TEXT            PIC X(30).                           00001960
           05  TOL-COUNT           PIC Z,ZZZ,ZZ9.                       00001970
           05  FILLER              PIC X(91)    VALUE SPACE.            00001980
                                                                        00001990
       01  MESSAGE-LINE.                                                00002000
           05  MSL-TEXT            PIC X(130).                          00002010
                                                                        00002020
       PROCEDURE DIVISION.                                              00002030
                                                                        00002040
       000-LIST-CUSTOMER-CHANGES.                                       00002050
                                                                        00002060
           OPEN INPUT  INQCARD                                          00002070
                OUTPUT JRNLRPT.                                         00002080
           PERFORM 100-FORMAT-REPORT-HEADING.                           00002090
           PERFORM 410-PRINT-HEADING-LINES.                             00002100
           PERFORM 200-LOAD-INQUIRY-TABLE.                              00002110
           IF INQUIRY-COUNT = ZERO                                      00002120
               MOVE "INQUIRY CARD MISSING OR INVALID - RUN REFUSED"     00002130
                   TO MSL-TEXT                                          00002140
               MOVE MESSAGE-LINE TO PRINT-AREA                          00002150
               PERFORM 430-WRITE-REPORT-LINE                            00002160
               CLOSE INQCARD                                            00002170
                     JRNLRPT                                            00002180
               MOVE 16 TO RETURN-CODE                                   00002190
               STOP RUN                                                 00002200
           END-IF.                                                      00002210
           OPEN INPUT CUSTJRNL.                                         00002220
           SORT SORTWORK                                                00002230
               ON ASCENDING KEY SR-CUSTOMER-KEY                         00002240
                                SR-RUN-DATE                             00002250
                                SR-RUN-TIME                             00002260
                                SR-SEQUENCE-NUMBER                      00002270
               INPUT PROCEDURE 290-SELECT-JOURNAL-RECORDS               00002280
               OUTPUT PROCEDURE 350-PRINT-CHANGE-HISTORY.               00002290
           PERFORM 500-PRINT-CONTROL-TOTALS.                            00002300
           CLOSE INQCARD                                                00002310
                 CUSTJRNL                                               00002320
                 JRNLRPT.                                               00002330
           STOP RUN.                                                    00002340
                                                                        00002350
       100-FORMAT-REPORT-HEADING.                                       00002360
                                                                        00002370
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00002380
           MOVE CD-MONTH   TO HL1-MONTH.                                00002390
           MOVE CD-DAY     TO HL1-DAY.                                  00002400
           MOVE CD-YEAR    TO HL1-YEAR.                                 00002410
           MOVE CD-HOURS   TO HL2-HOURS.                                00002420
           MOVE CD-MINUTES TO HL2-MINUTES.                              00002430
                                                                        00002440
       200-LOAD-INQUIRY-TABLE.                                          00002450
           PERFORM 210-READ-INQUIRY-CARD                                00002460
               WITH TEST BEFORE                                         00002470
               UNTIL INQCARD-EOF.                                       00002480
           MOVE SPACES TO PRINT-AREA.                                   00002490
           PERFORM 430-WRITE-REPORT-LINE.                               00002500
                                                                        00002510
       210-READ-INQUIRY-CARD.                                           00002520
           READ INQCARD                                                 00002530
               AT END                                                   00002540
                   SET INQCARD-EOF TO TRUE                              00002550
               NOT AT END                                               00002560
                   ADD 1 TO CARDS-READ-COUNT                            00002570
                   PERFORM 220-VALIDATE-INQUIRY-CARD                    00002580
                   IF CARD-VALID AND INQUIRY-COUNT < 50                 00002590
                       PERFORM 230-STORE-ONE-INQUIRY                    00002600
                   ELSE                                                 00002610
                       ADD 1 TO CARDS-REJECTED-COUNT                    00002620
                       MOVE "INQUIRY CARD REJECTED:" TO IQL-TEXT        00002630
                       MOVE INQUIRY-CARD TO IQL-VALUE                   00002640
                       PERFORM 240-PRINT-INQUIRY-LINE                   00002650
                   END-IF                                               00002660
           END-READ.                                                    00002670
                                                                        00002680
       220-VALIDATE-INQUIRY-CARD.                                       00002690
           MOVE "N" TO CARD-VALID-SWITCH.                               00002700
           EVALUATE IQ-INQUIRY-TYPE                                     00002710
               WHEN "C"                                                 00002720
                   IF IQ-BRANCH-X NUMERIC AND                           00002730
                      IQ-SALESREP-X NUMERIC AND                         00002740
                      IQ-CUSTOMER-X NUMERIC                             00002750
                       SET CARD-VALID TO TRUE                           00002760
                   END-IF                                               00002770
               WHEN "R"                                                 00002780
                   IF IQ-SALESREP-X NUMERIC                             00002790
                       SET CARD-VALID TO TRUE                           00002800
                   END-IF                                               00002810
               WHEN "D"                                                 00002820
                   IF IQ-FROM-DATE-X NUMERIC AND                        00002830
                      IQ-TO-DATE-X NUMERIC                              00002840
                       IF IQ-FROM-DATE NOT > IQ-TO-DATE                 00002850
                           SET CARD-VALID TO TRUE                       00002860
                       END-IF                                           00002870
                   END-IF                                               00002880
           END-EVALUATE.                                                00002890
                                                                        00002900
       230-STORE-ONE-INQUIRY.                                           00002910
           ADD 1 TO INQUIRY-COUNT.                                      00002920
           SET INQ-INDEX TO INQUIRY-COUNT.                              00002930
           MOVE IQ-INQUIRY-TYPE TO INQ-INQUIRY-TYPE (INQ-INDEX).        00002940
           MOVE IQ-CUSTOMER-KEY TO INQ-CUSTOMER-KEY (INQ-INDEX).        00002950
           MOVE ZERO TO INQ-SALESREP-NUMBER (INQ-INDEX)                 00002960
                        INQ-FROM-DATE (INQ-INDEX)                       00002970
                        INQ-TO-DATE (INQ-INDEX).                        00002980
           EVALUATE IQ-INQUIRY-TYPE                                     00002990
               WHEN "C"                                                 00003000
                   MOVE IQ-BRANCH-NUMBER   TO KD-BRANCH-NUMBER          00003010
                   MOVE IQ-SALESREP-NUMBER TO KD-SALESREP-NUMBER        00003020
                   MOVE IQ-CUSTOMER-NUMBER TO KD-CUSTOMER-NUMBER        00003030
                   MOVE "INQUIRY BY CUSTOMER:" TO IQL-TEXT              00003040
                   MOVE KEY-DISPLAY TO IQL-VALUE                        00003050
               WHEN "R"                                                 00003060
                   MOVE IQ-SALESREP-NUMBER                              00003070
                       TO INQ-SALESREP-NUMBER (INQ-INDEX)               00003080
                   MOVE "INQUIRY BY SALESREP:" TO IQL-TEXT              00003090
                   MOVE IQ-SALESREP-NUMBER TO IQL-VALUE                 00003100
               WHEN "D"                                                 00003110
                   MOVE IQ-FROM-DATE TO INQ-FROM-DATE (INQ-INDEX)       00003120
                                        DRD-FROM-DATE                   00003130
                   MOVE IQ-TO-DATE   TO INQ-TO-DATE (INQ-INDEX)         00003140
                                        DRD-TO-DATE                     00003150
                   MOVE "INQUIRY BY RUN DATE:" TO IQL-TEXT              00003160
                   MOVE DATE-RANGE-DISPLAY TO IQL-VALUE                 00003170
           END-EVALUATE.                                                00003180
           PERFORM 240-PRINT-INQUIRY-LINE.                              00003190
                                                                        00003200
       240-PRINT-INQUIRY-LINE.                                          00003210
           IF LINE-COUNT > LINES-ON-PAGE                                00003220
               PERFORM 410-PRINT-HEADING-LINES                          00003230
           END-IF.                                                      00003240
           MOVE INQUIRY-LINE TO PRINT-AREA.                             00003250
           PERFORM 430-WRITE-REPORT-LINE.                               00003260
                                                                        00003270
       290-SELECT-JOURNAL-RECORDS.                                      00003280
           PERFORM 300-SELECT-ONE-RECORD                                00003290
               UNTIL CUSTJRNL-EOF.                                      00003300
                                                                        00003310
       300-SELECT-ONE-RECORD.                                           00003320
           READ CUSTJRNL                                                00003330
               AT END                                                   00003340
                   SET CUSTJRNL-EOF TO TRUE                             00003350
               NOT AT END                                               00003360
                   ADD 1 TO JOURNAL-READ-COUNT                          00003370
                   MOVE CUSTOMER-JOURNAL-AREA TO CUSTOMER-CHANGE-RECORD 00003380
                   MOVE "N" TO MATCH-FOUND-SWITCH                       00003390
                   PERFORM 310-MATCH-ONE-INQUIRY                        00003400
                       WITH TEST BEFORE                                 00003410
                       VARYING INQ-INDEX FROM 1 BY 1                    00003420
                       UNTIL INQ-INDEX > INQUIRY-COUNT OR MATCH-FOUND   00003430
                   IF MATCH-FOUND                                       00003440
                       PERFORM 320-RELEASE-ONE-RECORD                   00003450
                   END-IF                                               00003460
           END-READ.                                                    00003470
                                                                        00003480
       310-MATCH-ONE-INQUIRY.                                           00003490
           EVALUATE INQ-INQUIRY-TYPE (INQ-INDEX)                        00003500
               WHEN "C"                                                 00003510
                   IF CJ-BEFORE-KEY = INQ-CUSTOMER-KEY (INQ-INDEX) OR   00003520
                      CJ-AFTER-KEY  = INQ-CUSTOMER-KEY (INQ-INDEX)      00003530
                       SET MATCH-FOUND TO TRUE                          00003540
                   END-IF                                               00003550
               WHEN "R"                                                 00003560
                   IF (CJ-BEFORE-SALESREP-NUMBER =                      00003570
                           INQ-SALESREP-NUMBER (INQ-INDEX) AND          00003575
                       NOT CJ-CUSTOMER-ADDED AND                        00003580
                       NOT CJ-CUSTOMER-RESTORED) OR                     00003585
                      (CJ-AFTER-SALESREP-NUMBER =                       00003590
                           INQ-SALESREP-NUMBER (INQ-INDEX) AND          00003595
                       NOT CJ-CUSTOMER-DELETED AND                      00003600
                       NOT CJ-CUSTOMER-PURGED)                          00003605
                       SET MATCH-FOUND TO TRUE                          00003610
                   END-IF                                               00003620
               WHEN "D"                                                 00003630
                   IF CJ-RUN-DATE NOT < INQ-FROM-DATE (INQ-INDEX) AND   00003640
                      CJ-RUN-DATE NOT > INQ-TO-DATE (INQ-INDEX)         00003650
                       SET MATCH-FOUND TO TRUE                          00003660
                   END-IF                                               00003670
           END-EVALUATE.                                                00003680
                                                                        00003690
       320-RELEASE-ONE-RECORD.                                          00003700
           ADD 1 TO JOURNAL-SELECTED-COUNT.                             00003710
           MOVE CJ-CUSTOMER-KEY       TO SR-CUSTOMER-KEY.               00003720
           MOVE CJ-RUN-DATE           TO SR-RUN-DATE.                   00003730
           MOVE CJ-RUN-TIME           TO SR-RUN-TIME.                   00003740
           MOVE JOURNAL-READ-COUNT    TO SR-SEQUENCE-NUMBER.            00003750
           MOVE CUSTOMER-CHANGE-RECORD TO SR-JOURNAL-RECORD.            00003760
           RELEASE SORT-RECORD.                                         00003770
                                                                        00003780
       350-PRINT-CHANGE-HISTORY.                                        00003790
           PERFORM 355-RETURN-ONE-CHANGE                                00003800
               UNTIL SORT-EOF.                                          00003810
           IF CUSTOMERS-LISTED-COUNT > ZERO                             00003820
               PERFORM 370-PRINT-CUSTOMER-TOTAL                         00003830
           END-IF.                                                      00003840
                                                                        00003850
       355-RETURN-ONE-CHANGE.                                           00003860
           RETURN SORTWORK                                              00003870
               AT END                                                   00003880
                   SET SORT-EOF TO TRUE                                 00003890
               NOT AT END                                               00003900
                   MOVE SR-JOURNAL-RECORD TO CUSTOMER-CHANGE-RECORD     00003910
                   PERFORM 360-PRINT-ONE-CHANGE                         00003920
           END-RETURN.                                                  00003930
                                                                        00003940
       360-PRINT-ONE-CHANGE.                                            00003950
           IF CJ-CUSTOMER-KEY NOT = PREVIOUS-CUSTOMER-KEY               00003960
               IF CUSTOMERS-LISTED-COUNT > ZERO                         00003970
                   PERFORM 370-PRINT-CUSTOMER-TOTAL                     00003980
               END-IF                                                   00003990
               PERFORM 365-PRINT-CUSTOMER-HEADING                       00004000
           END-IF.                                                      00004010
           ADD 1 TO CUSTOMER-CHANGE-COUNT.                              00004020
           MOVE CJ-RUN-DATE     TO CDL-RUN-DATE.                        00004030
           MOVE CJ-RUN-HOURS    TO TD-HOURS.                            00004040
           MOVE CJ-RUN-MINUTES  TO TD-MINUTES.                          00004050
           MOVE TIME-DISPLAY    TO CDL-RUN-TIME.                        00004060
           MOVE CJ-PROGRAM-NAME TO CDL-PROGRAM-NAME.                    00004070
           MOVE CJ-REFERENCE    TO CDL-REFERENCE.                       00004080
           EVALUATE TRUE                                                00004090
               WHEN CJ-CUSTOMER-ADDED                                   00004100
                   MOVE "ADDED"       TO CDL-CHANGE-TYPE                00004110
               WHEN CJ-CUSTOMER-CHANGED                                 00004120
                   MOVE "CHANGED"     TO CDL-CHANGE-TYPE                00004130
               WHEN CJ-CUSTOMER-DELETED                                 00004140
                   MOVE "DELETED"     TO CDL-CHANGE-TYPE                00004150
               WHEN CJ-CUSTOMER-MOVED                                   00004160
                   MOVE "REASSIGNED"  TO CDL-CHANGE-TYPE                00004170
               WHEN CJ-YEAR-END-ROLLOVER                                00004180
                   MOVE "YEAR-END"    TO CDL-CHANGE-TYPE                00004190
               WHEN CJ-CUSTOMER-PURGED                                  00004200
                   MOVE "PURGED"      TO CDL-CHANGE-TYPE                00004210
               WHEN CJ-CUSTOMER-RESTORED                                00004220
                   MOVE "RESTORED"    TO CDL-CHANGE-TYPE                00004230
               WHEN CJ-SALES-POSTED                                     00004240
                   MOVE "POSTED"      TO CDL-CHANGE-TYPE                00004250
               WHEN CJ-POSTING-BACKED-OUT                               00004260
                   MOVE "BACKED OUT"  TO CDL-CHANGE-TYPE                00004270
               WHEN OTHER                                               00004280
                   MOVE CJ-CHANGE-TYPE TO CDL-CHANGE-TYPE               00004290
           END-EVALUATE.                                                00004300
           IF CJ-CHANGED-FIELDS = "NNNN"                                00004310
               MOVE "NONE" TO CDL-FIELD-NAME                            00004320
               MOVE SPACE  TO CDL-BEFORE-VALUE                          00004330
                              CDL-AFTER-VALUE                           00004340
               PERFORM 390-PRINT-CHANGE-LINE                            00004350
           END-IF.                                                      00004360
           IF CJ-KEY-CHANGED = "Y"                                      00004370
               MOVE "KEY" TO CDL-FIELD-NAME                             00004380
               MOVE CJ-BEFORE-BRANCH-NUMBER   TO KD-BRANCH-NUMBER       00004390
               MOVE CJ-BEFORE-SALESREP-NUMBER TO KD-SALESREP-NUMBER     00004400
               MOVE CJ-BEFORE-CUSTOMER-NUMBER TO KD-CUSTOMER-NUMBER     00004410
               MOVE KEY-DISPLAY TO CDL-BEFORE-VALUE                     00004420
               MOVE CJ-AFTER-BRANCH-NUMBER    TO KD-BRANCH-NUMBER       00004430
               MOVE CJ-AFTER-SALESREP-NUMBER  TO KD-SALESREP-NUMBER     00004440
               MOVE CJ-AFTER-CUSTOMER-NUMBER  TO KD-CUSTOMER-NUMBER     00004450
               MOVE KEY-DISPLAY TO CDL-AFTER-VALUE                      00004460
               PERFORM 390-PRINT-CHANGE-LINE                            00004470
           END-IF.                                                      00004480
           IF CJ-NAME-CHANGED = "Y"                                     00004490
               MOVE "NAME" TO CDL-FIELD-NAME                            00004500
               MOVE CJ-BEFORE-NAME TO CDL-BEFORE-VALUE                  00004510
               MOVE CJ-AFTER-NAME  TO CDL-AFTER-VALUE                   00004520
               PERFORM 390-PRINT-CHANGE-LINE                            00004530
           END-IF.                                                      00004540
           IF CJ-THIS-YTD-CHANGED = "Y"                                 00004550
               MOVE "THIS YTD" TO CDL-FIELD-NAME                        00004560
               MOVE CJ-BEFORE-THIS-YTD TO AMOUNT-DISPLAY                00004570
               MOVE AMOUNT-DISPLAY TO CDL-BEFORE-VALUE                  00004580
               MOVE CJ-AFTER-THIS-YTD TO AMOUNT-DISPLAY                 00004590
               MOVE AMOUNT-DISPLAY TO CDL-AFTER-VALUE                   00004600
               PERFORM 390-PRINT-CHANGE-LINE                            00004610
           END-IF.                                                      00004620
           IF CJ-LAST-YTD-CHANGED = "Y"                                 00004630
               MOVE "LAST YTD" TO CDL-FIELD-NAME                        00004640
               MOVE CJ-BEFORE-LAST-YTD TO AMOUNT-DISPLAY                00004650
               MOVE AMOUNT-DISPLAY TO CDL-BEFORE-VALUE                  00004660
               MOVE CJ-AFTER-LAST-YTD TO AMOUNT-DISPLAY                 00004670
               MOVE AMOUNT-DISPLAY TO CDL-AFTER-VALUE                   00004680
               PERFORM 390-PRINT-CHANGE-LINE                            00004690
           END-IF.                                                      00004700
                                                                        00004710
       365-PRINT-CUSTOMER-HEADING.                                      00004720
           ADD 1 TO CUSTOMERS-LISTED-COUNT.                             00004730
           MOVE ZERO TO CUSTOMER-CHANGE-COUNT.                          00004740
           MOVE CJ-CUSTOMER-KEY TO PREVIOUS-CUSTOMER-KEY.               00004750
           IF LINE-COUNT + 3 > LINES-ON-PAGE                            00004760
               PERFORM 410-PRINT-HEADING-LINES                          00004770
           END-IF.                                                      00004780
           MOVE CJ-BRANCH-NUMBER   TO KD-BRANCH-NUMBER.                 00004790
           MOVE CJ-SALESREP-NUMBER TO KD-SALESREP-NUMBER.               00004800
           MOVE CJ-CUSTOMER-NUMBER TO KD-CUSTOMER-NUMBER.               00004810
           MOVE KEY-DISPLAY TO CHL-CUSTOMER-KEY.                        00004820
           IF CJ-AFTER-NAME NOT = SPACE                                 00004830
               MOVE CJ-AFTER-NAME  TO CHL-CUSTOMER-NAME                 00004840
           ELSE                                                         00004850
               MOVE CJ-BEFORE-NAME TO CHL-CUSTOMER-NAME                 00004860
           END-IF.                                                      00004870
           MOVE CUSTOMER-HEADING-LINE TO PRINT-AREA.                    00004880
           PERFORM 430-WRITE-REPORT-LINE.                               00004890
                                                                        00004900
       370-PRINT-CUSTOMER-TOTAL.                                        00004910
           MOVE "CHANGES FOR CUSTOMER" TO TOL-TEXT.                     00004920
           MOVE CUSTOMER-CHANGE-COUNT TO TOL-COUNT.                     00004930
           PERFORM 510-PRINT-TOTAL-LINE.                                00004940
           MOVE SPACES TO PRINT-AREA.                                   00004950
           PERFORM 430-WRITE-REPORT-LINE.                               00004960
                                                                        00004970
       390-PRINT-CHANGE-LINE.                                           00004980
           IF CJ-CUSTOMER-ADDED OR CJ-CUSTOMER-RESTORED                 00004990
               MOVE SPACE TO CDL-BEFORE-VALUE                           00005000
           END-IF.                                                      00005010
           IF CJ-CUSTOMER-DELETED OR CJ-CUSTOMER-PURGED                 00005020
               MOVE SPACE TO CDL-AFTER-VALUE                            00005030
           END-IF.                                                      00005040
           IF LINE-COUNT > LINES-ON-PAGE                                00005050
               PERFORM 410-PRINT-HEADING-LINES                          00005060
           END-IF.                                                      00005070
           MOVE CHANGE-DETAIL-LINE TO PRINT-AREA.                       00005080
           PERFORM 430-WRITE-REPORT-LINE.                               00005090
           MOVE SPACE TO CDL-RUN-DATE                                   00005100
                         CDL-RUN-TIME                                   00005110
                         CDL-PROGRAM-NAME                               00005120
                         CDL-CHANGE-TYPE                                00005130
                         CDL-REFERENCE.                                 00005140
                                                                        00005150
       410-PRINT-HEADING-LINES.                                         00005160
           ADD 1 TO PAGE-COUNT.                                         00005170
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.                          00005180
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00005190
           PERFORM 420-WRITE-PAGE-TOP-LINE.                             00005200
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00005210
           PERFORM 430-WRITE-REPORT-LINE.                               00005220
           MOVE SPACES TO PRINT-AREA.                                   00005230
           PERFORM 430-WRITE-REPORT-LINE.                               00005240
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00005250
           PERFORM 430-WRITE-REPORT-LINE.                               00005260
           MOVE SPACES TO PRINT-AREA.                                   00005270
           PERFORM 430-WRITE-REPORT-LINE.                               00005280
                                                                        00005290
       420-WRITE-PAGE-TOP-LINE.                                         00005300
                                                                        00005305
           WRITE PRINT-AREA.                                            00005310
           MOVE 1 TO LINE-COUNT.                                        00005320
                                                                        00005330
       430-WRITE-REPORT-LINE.                                           00005340
                                                                        00005345
           WRITE PRINT-AREA.                                            00005350
           ADD 1 TO LINE-COUNT.                                         00005360
                                                                        00005370
       500-PRINT-CONTROL-TOTALS.                                        00005380
           IF LINE-COUNT + 8 > LINES-ON-PAGE                            00005390
               PERFORM 410-PRINT-HEADING-LINES.                         00005400
           MOVE SPACES TO PRINT-AREA.                                   00005410
           PERFORM 430-WRITE-REPORT-LINE.                               00005420
           MOVE "INQUIRY CARDS READ" TO TOL-TEXT.                       00005430
           MOVE CARDS-READ-COUNT TO TOL-COUNT.                          00005440
           PERFORM 510-PRINT-TOTAL-LINE.                                00005450
           MOVE "INQUIRY CARDS REJECTED" TO TOL-TEXT.                   00005460
           MOVE CARDS-REJECTED-COUNT TO TOL-COUNT.                      00005470
           PERFORM 510-PRINT-TOTAL-LINE.                                00005480
           MOVE "JOURNAL RECORDS READ" TO TOL-TEXT.                     00005490
           MOVE JOURNAL-READ-COUNT TO TOL-COUNT.                        00005500
           PERFORM 510-PRINT-TOTAL-LINE.                                00005510
           MOVE "JOURNAL RECORDS SELECTED" TO TOL-TEXT.                 00005520
           MOVE JOURNAL-SELECTED-COUNT TO TOL-COUNT.                    00005530
           PERFORM 510-PRINT-TOTAL-LINE.                                00005540
           MOVE "CUSTOMERS LISTED" TO TOL-TEXT.                         00005550
           MOVE CUSTOMERS-LISTED-COUNT TO TOL-COUNT.                    00005560
           PERFORM 510-PRINT-TOTAL-LINE.                                00005570
           IF JOURNAL-SELECTED-COUNT = ZERO                             00005580
               MOVE "NO JOURNAL RECORDS MATCH THE INQUIRY" TO MSL-TEXT  00005590
               MOVE MESSAGE-LINE TO PRINT-AREA                          00005600
               PERFORM 430-WRITE-REPORT-LINE                            00005610
           END-IF.                                                      00005620
                                                                        00005630
       510-PRINT-TOTAL-LINE.                                            00005640
           MOVE TOTAL-LINE TO PRINT-AREA.                               00005650
           PERFORM 430-WRITE-REPORT-LINE.                               00005660
