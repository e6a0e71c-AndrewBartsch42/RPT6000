       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. POST2000.                                            00000030
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
           SELECT BACKCARD ASSIGN TO BACKCARD                           00000160
               ORGANIZATION LINE SEQUENTIAL.                            00000170
           SELECT OPTIONAL INVJRNL ASSIGN TO INVJRNL                    00000180
               ORGANIZATION INDEXED                                     00000190
               ACCESS DYNAMIC                                           00000200
               RECORD KEY IS IJ-INVOICE-NUMBER.                         00000210
           SELECT OPTIONAL BATCHCTL ASSIGN TO BATCHCTL                  00000220
               ORGANIZATION LINE SEQUENTIAL.                            00000230
           SELECT OPTIONAL SALESHST ASSIGN TO SALESHST.                 00000240
           SELECT NEWMAST  ASSIGN TO NEWMAST                            00000250
               ORGANIZATION INDEXED                                     00000260
               ACCESS SEQUENTIAL                                        00000270
               RECORD KEY IS NM-CUSTOMER-KEY                            00000280
               ALTERNATE RECORD KEY IS NM-CUSTOMER-NAME                 00000290
                   WITH DUPLICATES.                                     00000300
           SELECT NEWHIST  ASSIGN TO NEWHIST.                           00000310
           SELECT CHGWORK  ASSIGN TO CHGWORK.                           00000312
           SELECT OPTIONAL CUSTJRNL ASSIGN TO CUSTJRNL                  00000314
               ORGANIZATION LINE SEQUENTIAL.                            00000316
           SELECT BACKRPT  ASSIGN TO POST2000.                          00000320
           SELECT SORTWORK ASSIGN TO SORTWORK.                          00000330
                                                                        00000340
       DATA DIVISION.                                                   00000350
                                                                        00000360
       FILE SECTION.                                                    00000370
                                                                        00000380
       FD  CUSTMAST                                                     00000390
           RECORD CONTAINS 130 CHARACTERS.                              00000400
       COPY CUSTMAST.                                                   00000410
       COPY CUSTTRLR.                                                   00000420
                                                                        00000430
       FD  BACKCARD                                                     00000440
           RECORD CONTAINS 80 CHARACTERS.                               00000450
       01  BACKOUT-CARD-RECORD.                                         00000460
           05  BK-BATCH-DATE           PIC 9(8).                        00000470
           05  BK-BATCH-DATE-X REDEFINES BK-BATCH-DATE                  00000480
                                       PIC X(8).                        00000490
           05  FILLER                  PIC X(72).                       00000500
                                                                        00000510
       FD  INVJRNL                                                      00000520
           RECORD CONTAINS 80 CHARACTERS.                               00000530
       COPY INVJRNL.                                                    00000540
                                                                        00000550
       FD  BATCHCTL                                                     00000560
           RECORD CONTAINS 100 CHARACTERS.                              00000570
       COPY BTCHCTL.                                                    00000580
                                                                        00000590
       FD  SALESHST                                                     00000600
           RECORDING MODE IS F                                          00000610
           LABEL RECORDS ARE STANDARD                                   00000620
           RECORD CONTAINS 190 CHARACTERS                               00000630
           BLOCK CONTAINS 190 CHARACTERS.                               00000640
       COPY SALESHST.                                                   00000650
                                                                        00000660
       FD  NEWMAST                                                      00000670
           RECORD CONTAINS 130 CHARACTERS.                              00000680
       01  NEW-MASTER-RECORD.                                           00000690
           05  NM-CUSTOMER-KEY     PIC X(9).                            00000700
           05  NM-CUSTOMER-NAME    PIC X(20).                           00000710
           05  FILLER              PIC X(101).                          00000720
                                                                        00000730
       FD  NEWHIST                                                      00000740
           RECORDING MODE IS F                                          00000750
           LABEL RECORDS ARE STANDARD                                   00000760
           RECORD CONTAINS 190 CHARACTERS                               00000770
           BLOCK CONTAINS 190 CHARACTERS.                               00000780
       01  NEW-HISTORY-AREA    PIC X(190).                              00000790
                                                                        00000800
       FD  BACKRPT                                                      00000810
           RECORDING MODE IS F                                          00000820
           LABEL RECORDS ARE STANDARD                                   00000830
           RECORD CONTAINS 130 CHARACTERS                               00000840
           BLOCK CONTAINS 130 CHARACTERS.                               00000850
       01  PRINT-AREA          PIC X(130).                              00000860
                                                                        00000861
       FD  CHGWORK                                                      00000862
           RECORDING MODE IS F                                          00000863
           LABEL RECORDS ARE STANDARD                                   00000864
           RECORD CONTAINS 150 CHARACTERS                               00000865
           BLOCK CONTAINS 150 CHARACTERS.                               00000866
       01  CHANGE-WORK-AREA    PIC X(150).                              00000867
                                                                        00000868
       FD  CUSTJRNL                                                     00000869
           RECORD CONTAINS 150 CHARACTERS.                              00000870
       01  CUSTOMER-JOURNAL-AREA PIC X(150).                            00000871
                                                                        00000872
       SD  SORTWORK                                                     00000880
           RECORD CONTAINS 80 CHARACTERS.                               00000890
       01  SORT-RECORD.                                                 00000900
           05  SR-INVOICE-NUMBER       PIC 9(6).                        00000910
           05  SR-CUSTOMER-KEY.                                         00000920
               10  SR-BRANCH-NUMBER    PIC 9(2).                        00000930
               10  SR-SALESREP-NUMBER  PIC 9(2).                        00000940
               10  SR-CUSTOMER-NUMBER  PIC 9(5).                        00000950
           05  SR-INVOICE-AMOUNT       PIC S9(8)V99.                    00000960
           05  SR-BATCH-DATE           PIC 9(8).                        00000970
           05  SR-POSTING-DATE.                                         00000980
               10  SR-POSTING-YEAR     PIC 9(4).                        00000990
               10  FILLER              PIC 9(4).                        00001000
           05  SR-HISTORY-YEAR         PIC 9(4).                        00001010
           05  SR-HISTORY-MONTH        PIC 9(2).                        00001020
           05  FILLER                  PIC X(33).                       00001030
                                                                        00001040
       WORKING-STORAGE SECTION.                                         00001050
                                                                        00001053
       COPY CUSTJRNL.                                                   00001056
                                                                        00001060
       01  RUN-DATE-FIELDS.                                             00001070
           05  RUN-DATE-N          PIC 9(8)  VALUE ZERO.                00001080
                                                                        00001090
       01  WORK-CUSTOMER-RECORD.                                        00001100
           05  WRK-CUSTOMER-KEY        PIC X(9).                        00001110
           05  WRK-CUSTOMER-NAME       PIC X(20).                       00001120
           05  WRK-SALES-THIS-YTD      PIC S9(8)V99.                    00001130
           05  WRK-SALES-LAST-YTD      PIC S9(8)V99.                    00001140
           05  FILLER                  PIC X(81).                       00001150
                                                                        00001160
       01  COMPARE-KEYS.                                                00001170
           05  MASTER-KEY.                                              00001180
               10  MK-BRANCH-NUMBER    PIC 9(2).                        00001190
               10  MK-SALESREP-NUMBER  PIC 9(2).                        00001200
               10  MK-CUSTOMER-NUMBER  PIC 9(5).                        00001210
           05  TRAN-KEY.                                                00001220
               10  TK-BRANCH-NUMBER    PIC 9(2).                        00001230
               10  TK-SALESREP-NUMBER  PIC 9(2).                        00001240
               10  TK-CUSTOMER-NUMBER  PIC 9(5).                        00001250
           05  HISTORY-KEY.                                             00001260
               10  HK-BRANCH-NUMBER    PIC 9(2).                        00001270
               10  HK-SALESREP-NUMBER  PIC 9(2).                        00001280
               10  HK-CUSTOMER-NUMBER  PIC 9(5).                        00001290
                                                                        00001300
       01  SWITCHES.                                                    00001310
           05  CUSTMAST-EOF-SWITCH     PIC X     VALUE "N".             00001320
               88  CUSTMAST-EOF                  VALUE "Y".             00001330
           05  SORT-EOF-SWITCH         PIC X     VALUE "N".             00001340
               88  SORT-EOF                      VALUE "Y".             00001350
           05  SALESHST-EOF-SWITCH     PIC X     VALUE "N".             00001360
               88  SALESHST-EOF                  VALUE "Y".             00001370
           05  INVJRNL-EOF-SWITCH      PIC X     VALUE "N".             00001380
               88  INVJRNL-EOF                   VALUE "Y".             00001390
           05  BATCHCTL-EOF-SWITCH     PIC X     VALUE "N".             00001400
               88  BATCHCTL-EOF                  VALUE "Y".             00001410
           05  CARD-VALID-SWITCH       PIC X     VALUE "N".             00001420
               88  CARD-VALID                    VALUE "Y".             00001430
           05  CONTROL-FOUND-SWITCH    PIC X     VALUE "N".             00001440
               88  CONTROL-FOUND                 VALUE "Y".             00001450
           05  REVERSED-FULL-SWITCH    PIC X     VALUE "N".             00001460
               88  REVERSED-TABLE-FULL           VALUE "Y".             00001470
           05  BALANCE-ERROR-SWITCH    PIC X     VALUE "N".             00001480
               88  BALANCE-ERROR                 VALUE "Y".             00001490
           05  CHGWORK-EOF-SWITCH      PIC X     VALUE "N".             00001492
               88  CHGWORK-EOF                   VALUE "Y".             00001494
           05  MASTER-CHANGED-SWITCH   PIC X     VALUE "N".             00001496
               88  MASTER-CHANGED                VALUE "Y".             00001498
                                                                        00001500
       01  BACKOUT-FIELDS.                                              00001510
           05  BACKOUT-BATCH-DATE      PIC 9(8)  VALUE ZERO.            00001520
           05  MONTHS-SINCE-POSTING    PIC S9(5) COMP  VALUE ZERO.      00001530
           05  BUCKET-SUB              PIC 9(2)  COMP  VALUE ZERO.      00001540
                                                                        00001550
       01  REVERSED-INVOICE-TABLE.                                      00001560
           05  REVERSED-INVOICE-ENTRY OCCURS 5000 TIMES                 00001570
                                      INDEXED BY RIT-INDEX.             00001580
               10  RIT-INVOICE-NUMBER  PIC 9(6).                        00001590
                                                                        00001600
       01  REVERSED-INVOICE-FIELDS.                                     00001610
           05  REVERSED-INVOICE-COUNT  PIC 9(4)  COMP  VALUE ZERO.      00001620
                                                                        00001630
       01  COUNT-FIELDS               PACKED-DECIMAL.                   00001640
           05  MASTERS-READ-COUNT      PIC 9(6)  VALUE ZERO.            00001650
           05  MASTERS-WRITTEN-COUNT   PIC 9(6)  VALUE ZERO.            00001660
           05  HISTORIES-READ-COUNT    PIC 9(6)  VALUE ZERO.            00001670
           05  HISTORIES-WRITTEN-COUNT PIC 9(6)  VALUE ZERO.            00001680
           05  ENTRIES-FOUND-COUNT     PIC 9(6)  VALUE ZERO.            00001690
           05  BACKED-OUT-COUNT        PIC 9(6)  VALUE ZERO.            00001700
           05  NOT-BACKED-OUT-COUNT    PIC 9(6)  VALUE ZERO.            00001710
           05  JOURNAL-MARKED-COUNT    PIC 9(6)  VALUE ZERO.            00001720
           05  CHANGES-JOURNALED-COUNT PIC 9(6)  VALUE ZERO.            00001725
           05  CONTROL-RUN-COUNT       PIC 9(6)  VALUE ZERO.            00001730
           05  CONTROL-BACKOUT-COUNT   PIC 9(6)  VALUE ZERO.            00001735
                                                                        00001740
       01  BACKOUT-TOTAL-FIELDS       PACKED-DECIMAL.                   00001750
           05  ENTRIES-FOUND-AMOUNT    PIC S9(10)V99 VALUE ZERO.        00001760
           05  BACKED-OUT-AMOUNT       PIC S9(10)V99 VALUE ZERO.        00001770
           05  NOT-BACKED-OUT-AMOUNT   PIC S9(10)V99 VALUE ZERO.        00001780
                                                                        00001790
       01  BATCH-CONTROL-TOTALS       PACKED-DECIMAL.                   00001800
           05  CONTROL-TRAILER-COUNT   PIC 9(6)      VALUE ZERO.        00001810
           05  CONTROL-TRAILER-AMOUNT  PIC S9(10)V99 VALUE ZERO.        00001820
           05  CONTROL-DUPLICATE-COUNT PIC 9(6)      VALUE ZERO.        00001830
           05  CONTROL-DUPLICATE-AMOUNT                                 00001840
                                       PIC S9(10)V99 VALUE ZERO.        00001850
           05  CONTROL-UNMATCHED-COUNT PIC 9(6)      VALUE ZERO.        00001860
           05  CONTROL-UNMATCHED-AMOUNT                                 00001870
                                       PIC S9(10)V99 VALUE ZERO.        00001880
           05  CONTROL-POSTED-COUNT    PIC 9(6)      VALUE ZERO.        00001890
           05  CONTROL-POSTED-AMOUNT   PIC S9(10)V99 VALUE ZERO.        00001900
           05  EXPECTED-BACKOUT-COUNT  PIC S9(6)     VALUE ZERO.        00001910
           05  EXPECTED-BACKOUT-AMOUNT PIC S9(10)V99 VALUE ZERO.        00001920
                                                                        00001930
       01  REJECT-FIELDS.                                               00001940
           05  REJECT-REASON           PIC X(20).                       00001950
                                                                        00001960
       01  CONTROL-TOTAL-FIELDS       PACKED-DECIMAL.                   00001970
           05  INPUT-HASH-THIS-YTD     PIC S9(11)V99 VALUE ZERO.        00001980
           05  INPUT-HASH-LAST-YTD     PIC S9(11)V99 VALUE ZERO.        00001990
           05  OUTPUT-HASH-THIS-YTD    PIC S9(11)V99 VALUE ZERO.        00002000
           05  OUTPUT-HASH-LAST-YTD    PIC S9(11)V99 VALUE ZERO.        00002010
           05  EXPECTED-OUTPUT-THIS-YTD                                 00002020
                                       PIC S9(11)V99 VALUE ZERO.        00002030
                                                                        00002040
       01  TRAILER-FIELDS.                                              00002050
           05  OLD-TRAILER-SWITCH      PIC X         VALUE "N".         00002060
               88  OLD-TRAILER-FOUND                 VALUE "Y".         00002070
           05  EXPECTED-RECORD-COUNT   PIC 9(7)      VALUE ZERO.        00002080
           05  EXPECTED-HASH-THIS-YTD  PIC S9(11)V99 VALUE ZERO.        00002090
           05  EXPECTED-HASH-LAST-YTD  PIC S9(11)V99 VALUE ZERO.        00002100
                                                                        00002110
       01  NEW-TRAILER-RECORD.                                          00002120
           05  NT-TRAILER-KEY          PIC 9(9).                        00002130
           05  NT-RECORD-COUNT         PIC 9(7).                        00002140
           05  NT-HASH-THIS-YTD        PIC S9(11)V99.                   00002150
           05  NT-HASH-LAST-YTD        PIC S9(11)V99.                   00002160
           05  FILLER                  PIC X(88).                       00002170
                                                                        00002180
       01  PRINT-FIELDS        PACKED-DECIMAL.                          00002190
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00002200
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00002210
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00002220
                                                                        00002230
       01  CURRENT-DATE-AND-TIME.                                       00002240
           05  CD-YEAR         PIC 9999.                                00002250
           05  CD-MONTH        PIC 99.                                  00002260
           05  CD-DAY          PIC 99.                                  00002270
           05  CD-HOURS        PIC 99.                                  00002280
           05  CD-MINUTES      PIC 99.                                  00002290
           05  FILLER          PIC X(9).                                00002300
                                                                        00002310
       01  HEADING-LINE-1.                                              00002320
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00002330
           05  HL1-MONTH       PIC 9(2).                                00002340
           05  FILLER          PIC X(1)    VALUE "/".                   00002350
           05  HL1-DAY         PIC 9(2).                                00002360
           05  FILLER          PIC X(1)    VALUE "/".                   00002370
           05  HL1-YEAR        PIC 9(4).                                00002380
           05  FILLER          PIC X(24)   VALUE SPACE.                 00002390
           05  FILLER          PIC X(30)   VALUE                        00002400
               "INVOICE BATCH BACKOUT REPORT  ".                        00002410
           05  FILLER          PIC X(25)   VALUE SPACE.                 00002420
           05  FILLER          PIC X(18)   VALUE SPACE.                 00002430
           05  FILLER          PIC X(6)    VALUE "PAGE: ".              00002440
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                00002450
           05  FILLER          PIC X(26)   VALUE SPACE.                 00002460
                                                                        00002470
       01  HEADING-LINE-2.                                              00002480
           05  FILLER          PIC X(7)    VALUE "TIME:  ".             00002490
           05  HL2-HOURS       PIC 9(2).                                00002500
           05  FILLER          PIC X(1)    VALUE ":".                   00002510
           05  HL2-MINUTES     PIC 9(2).                                00002520
           05  FILLER          PIC X(82)   VALUE SPACE.                 00002530
           05  FILLER          PIC X(8)    VALUE "POST2000".            00002540
           05  FILLER          PIC X(28)   VALUE SPACE.                 00002550
                                                                        00002560
       01  BATCH-HEADING-LINE.                                          00002570
           05  FILLER          PIC X(21)   VALUE                        00002580
               "BATCH DATE BACKED OUT".                                 00002590
           05  FILLER          PIC X(2)    VALUE ": ".                  00002600
           05  BHL-BATCH-DATE  PIC 9(8).                                00002610
           05  FILLER          PIC X(99)   VALUE SPACE.                 00002620
                                                                        00002630
       01  HEADING-LINE-3.                                              00002640
           05  FILLER          PIC X(30)   VALUE                        00002650
               "STATUS              BRANCH  SA".                        00002660
           05  FILLER          PIC X(30)   VALUE                        00002670
               "LESREP  CUSTOMER   INVOICE    ".                        00002680
           05  FILLER          PIC X(30)   VALUE                        00002690
               "   AMOUNT   POSTED    HIST PER".                        00002700
           05  FILLER          PIC X(40)   VALUE SPACE.                 00002710
                                                                        00002720
       01  BACKOUT-LINE.                                                00002730
           05  BKL-STATUS          PIC X(20).                           00002740
           05  FILLER              PIC X(2)     VALUE SPACE.            00002750
           05  BKL-BRANCH-NUMBER   PIC Z9.                              00002760
           05  FILLER              PIC X(6)     VALUE SPACE.            00002770
           05  BKL-SALESREP-NUMBER PIC Z9.                              00002780
           05  FILLER              PIC X(5)     VALUE SPACE.            00002790
           05  BKL-CUSTOMER-NUMBER PIC ZZZZ9.                           00002800
           05  FILLER              PIC X(3)     VALUE SPACE.            00002810
           05  BKL-INVOICE-NUMBER  PIC ZZZZZ9.                          00002820
           05  FILLER              PIC X(2)     VALUE SPACE.            00002830
           05  BKL-INVOICE-AMOUNT  PIC ZZ,ZZZ,ZZ9.99-.                  00002840
           05  FILLER              PIC X(1)     VALUE SPACE.            00002850
           05  BKL-POSTING-DATE    PIC 9(8).                            00002860
           05  FILLER              PIC X(2)     VALUE SPACE.            00002870
           05  BKL-HISTORY-YEAR    PIC 9(4).                            00002880
           05  FILLER              PIC X(1)     VALUE "/".              00002890
           05  BKL-HISTORY-MONTH   PIC 9(2).                            00002900
           05  FILLER              PIC X(45)    VALUE SPACE.            00002910
                                                                        00002920
       01  TOTAL-LINE.                                                  00002930
           05  TOL-TEXT            PIC X(30).                           00002940
           05  TOL-COUNT           PIC ZZZ,ZZ9.                         00002950
           05  FILLER              PIC X(93)    VALUE SPACE.            00002960
                                                                        00002970
       01  AMOUNT-LINE.                                                 00002980
           05  AML-TEXT            PIC X(30).                           00002990
           05  AML-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.              00003000
           05  FILLER              PIC X(82)    VALUE SPACE.            00003010
                                                                        00003020
       01  MESSAGE-LINE.                                                00003030
           05  MSL-TEXT            PIC X(130).                          00003040
                                                                        00003050
       PROCEDURE DIVISION.                                              00003060
                                                                        00003070
       000-BACK-OUT-INVOICE-BATCH.                                      00003080
                                                                        00003090
           OPEN INPUT  BACKCARD                                         00003100
                OUTPUT BACKRPT.                                         00003110
           PERFORM 100-FORMAT-REPORT-HEADING.                           00003120
           PERFORM 150-READ-BACKOUT-CARD.                               00003130
           IF NOT CARD-VALID                                            00003140
               PERFORM 410-PRINT-HEADING-LINES                          00003150
               MOVE "BACKOUT CARD MISSING OR INVALID - RUN REFUSED"     00003160
                   TO MSL-TEXT                                          00003170
               MOVE MESSAGE-LINE TO PRINT-AREA                          00003180
               PERFORM 430-WRITE-REPORT-LINE                            00003190
               CLOSE BACKCARD                                           00003200
                     BACKRPT                                            00003210
               MOVE 16 TO RETURN-CODE                                   00003220
               STOP RUN                                                 00003230
           END-IF.                                                      00003240
           PERFORM 160-LOAD-BATCH-CONTROL.                              00003250
           OPEN INPUT  CUSTMAST                                         00003260
                INPUT  SALESHST                                         00003270
                OUTPUT NEWMAST                                          00003280
                OUTPUT NEWHIST.                                         00003290
           OPEN OUTPUT CHGWORK.                                         00003295
           SORT SORTWORK                                                00003300
               ON ASCENDING KEY SR-CUSTOMER-KEY                         00003310
                                SR-INVOICE-NUMBER                       00003320
               INPUT PROCEDURE 200-RELEASE-BATCH-INVOICES               00003330
               OUTPUT PROCEDURE 300-BACK-OUT-INVOICES.                  00003340
           PERFORM 450-WRITE-NEW-TRAILER.                               00003350
           PERFORM 500-PRINT-CONTROL-TOTALS.                            00003360
           PERFORM 600-MARK-JOURNAL-ENTRIES.                            00003370
           PERFORM 650-WRITE-BACKOUT-CONTROL.                           00003372
           PERFORM 750-UPDATE-CHANGE-JOURNAL.                           00003375
           CLOSE CUSTMAST                                               00003380
                 BACKCARD                                               00003390
                 SALESHST                                               00003400
                 NEWMAST                                                00003410
                 NEWHIST                                                00003420
                 BACKRPT.                                               00003430
           IF BALANCE-ERROR                                             00003440
               MOVE 16 TO RETURN-CODE                                   00003450
           END-IF.                                                      00003460
           STOP RUN.                                                    00003470
                                                                        00003480
       100-FORMAT-REPORT-HEADING.                                       00003490
                                                                        00003500
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00003510
           MOVE CD-MONTH   TO HL1-MONTH.                                00003520
           MOVE CD-DAY     TO HL1-DAY.                                  00003530
           MOVE CD-YEAR    TO HL1-YEAR.                                 00003540
           MOVE CD-HOURS   TO HL2-HOURS.                                00003550
           MOVE CD-MINUTES TO HL2-MINUTES.                              00003560
           COMPUTE RUN-DATE-N =                                         00003570
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.               00003580
                                                                        00003590
       150-READ-BACKOUT-CARD.                                           00003600
           READ BACKCARD                                                00003610
               AT END                                                   00003620
                   CONTINUE                                             00003630
               NOT AT END                                               00003640
                   IF BK-BATCH-DATE-X NUMERIC                           00003650
                       SET CARD-VALID TO TRUE                           00003660
                       MOVE BK-BATCH-DATE TO BACKOUT-BATCH-DATE         00003670
                       MOVE BK-BATCH-DATE TO BHL-BATCH-DATE             00003680
                   END-IF                                               00003690
           END-READ.                                                    00003700
                                                                        00003710
       160-LOAD-BATCH-CONTROL.                                          00003720
           OPEN INPUT BATCHCTL.                                         00003730
           PERFORM 170-READ-BATCH-CONTROL                               00003740
               WITH TEST BEFORE                                         00003750
               UNTIL BATCHCTL-EOF.                                      00003760
           CLOSE BATCHCTL.                                              00003770
           COMPUTE EXPECTED-BACKOUT-COUNT =                             00003780
               CONTROL-TRAILER-COUNT - CONTROL-DUPLICATE-COUNT          00003790
                                     - CONTROL-UNMATCHED-COUNT.         00003800
           COMPUTE EXPECTED-BACKOUT-AMOUNT =                            00003810
               CONTROL-TRAILER-AMOUNT - CONTROL-DUPLICATE-AMOUNT        00003820
                                      - CONTROL-UNMATCHED-AMOUNT.       00003830
                                                                        00003840
       170-READ-BATCH-CONTROL.                                          00003846
           READ BATCHCTL                                                00003852
               AT END                                                   00003858
                   SET BATCHCTL-EOF TO TRUE                             00003864
               NOT AT END                                               00003870
                   IF BC-BATCH-DATE = BACKOUT-BATCH-DATE                00003876
                       IF BC-BACKOUT-RUN                                00003882
                           PERFORM 180-SUBTRACT-BACKOUT-RUN             00003888
                       ELSE                                             00003894
                           PERFORM 175-ADD-POSTING-RUN                  00003900
                       END-IF                                           00003906
                   END-IF                                               00003912
           END-READ.                                                    00003918
                                                                        00003924
       175-ADD-POSTING-RUN.                                             00003930
           SET CONTROL-FOUND TO TRUE.                                   00003936
           ADD 1 TO CONTROL-RUN-COUNT.                                  00003942
           ADD BC-TRAILER-COUNT    TO CONTROL-TRAILER-COUNT.            00003948
           ADD BC-TRAILER-AMOUNT   TO CONTROL-TRAILER-AMOUNT.           00003954
           ADD BC-DUPLICATE-COUNT  TO CONTROL-DUPLICATE-COUNT.          00003960
           ADD BC-DUPLICATE-AMOUNT TO CONTROL-DUPLICATE-AMOUNT.         00003966
           ADD BC-UNMATCHED-COUNT  TO CONTROL-UNMATCHED-COUNT.          00003972
           ADD BC-UNMATCHED-AMOUNT TO CONTROL-UNMATCHED-AMOUNT.         00003978
           ADD BC-POSTED-COUNT     TO CONTROL-POSTED-COUNT.             00003984
           ADD BC-POSTED-AMOUNT    TO CONTROL-POSTED-AMOUNT.            00003990
                                                                        00003996
       180-SUBTRACT-BACKOUT-RUN.                                        00004002
           ADD 1 TO CONTROL-BACKOUT-COUNT.                              00004008
           SUBTRACT BC-TRAILER-COUNT    FROM CONTROL-TRAILER-COUNT.     00004014
           SUBTRACT BC-TRAILER-AMOUNT   FROM CONTROL-TRAILER-AMOUNT.    00004020
           SUBTRACT BC-DUPLICATE-COUNT  FROM CONTROL-DUPLICATE-COUNT.   00004026
           SUBTRACT BC-DUPLICATE-AMOUNT FROM CONTROL-DUPLICATE-AMOUNT.  00004032
           SUBTRACT BC-UNMATCHED-COUNT  FROM CONTROL-UNMATCHED-COUNT.   00004038
           SUBTRACT BC-UNMATCHED-AMOUNT FROM CONTROL-UNMATCHED-AMOUNT.  00004044
           SUBTRACT BC-POSTED-COUNT     FROM CONTROL-POSTED-COUNT.      00004050
           SUBTRACT BC-POSTED-AMOUNT    FROM CONTROL-POSTED-AMOUNT.     00004056
                                                                        00004070
       200-RELEASE-BATCH-INVOICES.                                      00004080
           OPEN INPUT INVJRNL.                                          00004090
           PERFORM 210-RELEASE-ONE-INVOICE                              00004100
               WITH TEST BEFORE                                         00004110
               UNTIL INVJRNL-EOF.                                       00004120
           CLOSE INVJRNL.                                               00004130
                                                                        00004140
       210-RELEASE-ONE-INVOICE.                                         00004150
           READ INVJRNL NEXT RECORD                                     00004160
               AT END                                                   00004170
                   SET INVJRNL-EOF TO TRUE                              00004180
               NOT AT END                                               00004190
                   IF IJ-BATCH-DATE = BACKOUT-BATCH-DATE                00004200
                   AND IJ-POSTED                                        00004210
                       ADD 1 TO ENTRIES-FOUND-COUNT                     00004220
                       ADD IJ-INVOICE-AMOUNT TO ENTRIES-FOUND-AMOUNT    00004230
                       RELEASE SORT-RECORD                              00004240
                           FROM INVOICE-JOURNAL-RECORD                  00004250
                   END-IF                                               00004260
           END-READ.                                                    00004270
                                                                        00004280
       250-READ-CUSTOMER-RECORD.                                        00004290
           READ CUSTMAST                                                00004300
               AT END                                                   00004310
                   SET CUSTMAST-EOF TO TRUE                             00004320
                   MOVE HIGH-VALUE TO MASTER-KEY                        00004330
               NOT AT END                                               00004340
                   IF CT-TRAILER-KEY-VALID                              00004350
                       SET OLD-TRAILER-FOUND TO TRUE                    00004360
                       MOVE CT-RECORD-COUNT  TO EXPECTED-RECORD-COUNT   00004370
                       MOVE CT-HASH-THIS-YTD TO EXPECTED-HASH-THIS-YTD  00004380
                       MOVE CT-HASH-LAST-YTD TO EXPECTED-HASH-LAST-YTD  00004390
                       SET CUSTMAST-EOF TO TRUE                         00004400
                       MOVE HIGH-VALUE TO MASTER-KEY                    00004410
                   ELSE                                                 00004420
                       ADD 1 TO MASTERS-READ-COUNT                      00004430
                       ADD CM-SALES-THIS-YTD TO INPUT-HASH-THIS-YTD     00004440
                       ADD CM-SALES-LAST-YTD TO INPUT-HASH-LAST-YTD     00004450
                       MOVE CM-BRANCH-NUMBER   TO MK-BRANCH-NUMBER      00004460
                       MOVE CM-SALESREP-NUMBER TO MK-SALESREP-NUMBER    00004470
                       MOVE CM-CUSTOMER-NUMBER TO MK-CUSTOMER-NUMBER    00004480
                       INITIALIZE CUSTOMER-CHANGE-RECORD                00004483
                       PERFORM 710-MOVE-MASTER-TO-BEFORE                00004486
                   END-IF                                               00004490
           END-READ.                                                    00004500
                                                                        00004510
       260-READ-HISTORY-RECORD.                                         00004520
           READ SALESHST                                                00004530
               AT END                                                   00004540
                   SET SALESHST-EOF TO TRUE                             00004550
                   MOVE HIGH-VALUE TO HISTORY-KEY                       00004560
               NOT AT END                                               00004570
                   ADD 1 TO HISTORIES-READ-COUNT                        00004580
                   MOVE SH-BRANCH-NUMBER   TO HK-BRANCH-NUMBER          00004590
                   MOVE SH-SALESREP-NUMBER TO HK-SALESREP-NUMBER        00004600
                   MOVE SH-CUSTOMER-NUMBER TO HK-CUSTOMER-NUMBER        00004610
           END-READ.                                                    00004620
                                                                        00004630
       270-RETURN-BACKOUT-RECORD.                                       00004640
           RETURN SORTWORK                                              00004650
               AT END                                                   00004660
                   SET SORT-EOF TO TRUE                                 00004670
                   MOVE HIGH-VALUE TO TRAN-KEY                          00004680
               NOT AT END                                               00004690
                   MOVE SR-BRANCH-NUMBER   TO TK-BRANCH-NUMBER          00004700
                   MOVE SR-SALESREP-NUMBER TO TK-SALESREP-NUMBER        00004710
                   MOVE SR-CUSTOMER-NUMBER TO TK-CUSTOMER-NUMBER        00004720
           END-RETURN.                                                  00004730
                                                                        00004740
       300-BACK-OUT-INVOICES.                                           00004750
           PERFORM 270-RETURN-BACKOUT-RECORD.                           00004760
           PERFORM 250-READ-CUSTOMER-RECORD.                            00004770
           PERFORM 260-READ-HISTORY-RECORD.                             00004780
           PERFORM 310-BACK-OUT-ONE-RECORD                              00004790
               UNTIL CUSTMAST-EOF AND SORT-EOF.                         00004800
           PERFORM 380-COPY-ONE-PRIOR-HISTORY                           00004810
               WITH TEST BEFORE                                         00004820
               UNTIL SALESHST-EOF.                                      00004830
                                                                        00004840
       310-BACK-OUT-ONE-RECORD.                                         00004850
           EVALUATE TRUE                                                00004860
               WHEN MASTER-KEY < TRAN-KEY                               00004870
                   PERFORM 320-FINALIZE-ONE-MASTER                      00004880
               WHEN MASTER-KEY = TRAN-KEY                               00004890
                   PERFORM 330-APPLY-ONE-BACKOUT                        00004900
               WHEN OTHER                                               00004910
                   PERFORM 340-REPORT-UNMATCHED-INVOICE                 00004920
           END-EVALUATE.                                                00004930
                                                                        00004940
       320-FINALIZE-ONE-MASTER.                                         00004950
           IF MASTER-CHANGED                                            00004951
               SET CJ-POSTING-BACKED-OUT TO TRUE                        00004952
               PERFORM 720-MOVE-MASTER-TO-AFTER                         00004953
               MOVE BACKOUT-BATCH-DATE TO CJ-REFERENCE                  00004954
               PERFORM 700-STAGE-CUSTOMER-CHANGE                        00004955
               MOVE "N" TO MASTER-CHANGED-SWITCH                        00004956
           END-IF.                                                      00004957
           MOVE CUSTOMER-MASTER-RECORD TO WORK-CUSTOMER-RECORD.         00004960
           PERFORM 360-WRITE-NEW-MASTER.                                00004970
           PERFORM 250-READ-CUSTOMER-RECORD.                            00004980
                                                                        00004990
       330-APPLY-ONE-BACKOUT.                                           00005000
           PERFORM 370-COPY-PRIOR-HISTORY.                              00005010
           PERFORM 335-VALIDATE-BACKOUT.                                00005020
           IF REJECT-REASON = SPACE                                     00005030
               SUBTRACT SR-INVOICE-AMOUNT FROM CM-SALES-THIS-YTD        00005040
               SET MASTER-CHANGED TO TRUE                               00005045
               SUBTRACT SR-INVOICE-AMOUNT                               00005050
                   FROM SH-MONTHLY-SALES (BUCKET-SUB)                   00005060
               IF SR-HISTORY-YEAR = SH-CURRENT-YEAR                     00005070
                   SUBTRACT SR-INVOICE-AMOUNT FROM SH-YTD-POSTED        00005080
               END-IF                                                   00005090
               ADD 1 TO BACKED-OUT-COUNT                                00005100
               ADD SR-INVOICE-AMOUNT TO BACKED-OUT-AMOUNT               00005110
               PERFORM 345-RECORD-REVERSED-INVOICE                      00005120
               MOVE "BACKED OUT" TO BKL-STATUS                          00005130
           ELSE                                                         00005140
               ADD 1 TO NOT-BACKED-OUT-COUNT                            00005150
               ADD SR-INVOICE-AMOUNT TO NOT-BACKED-OUT-AMOUNT           00005160
               MOVE REJECT-REASON TO BKL-STATUS                         00005170
           END-IF.                                                      00005180
           PERFORM 400-PRINT-BACKOUT-LINE.                              00005190
           PERFORM 270-RETURN-BACKOUT-RECORD.                           00005200
                                                                        00005210
       335-VALIDATE-BACKOUT.                                            00005220
           MOVE SPACE TO REJECT-REASON.                                 00005230
           IF SR-POSTING-YEAR NOT = CD-YEAR                             00005240
               MOVE "PRIOR YEAR POSTING" TO REJECT-REASON               00005250
           ELSE                                                         00005260
               IF HISTORY-KEY NOT = MASTER-KEY                          00005270
                   MOVE "NO SALES HISTORY" TO REJECT-REASON             00005280
               ELSE                                                     00005290
                   COMPUTE MONTHS-SINCE-POSTING =                       00005300
                       (SH-CURRENT-YEAR * 12 + SH-CURRENT-MONTH)        00005310
                     - (SR-HISTORY-YEAR * 12 + SR-HISTORY-MONTH)        00005320
                   IF MONTHS-SINCE-POSTING < 0 OR                       00005330
                      MONTHS-SINCE-POSTING > 12                         00005340
                       MOVE "HISTORY PERIOD GONE" TO REJECT-REASON      00005350
                   ELSE                                                 00005360
                       COMPUTE BUCKET-SUB = MONTHS-SINCE-POSTING + 1    00005370
                   END-IF                                               00005380
               END-IF                                                   00005390
           END-IF.                                                      00005400
                                                                        00005410
       340-REPORT-UNMATCHED-INVOICE.                                    00005420
           ADD 1 TO NOT-BACKED-OUT-COUNT.                               00005430
           ADD SR-INVOICE-AMOUNT TO NOT-BACKED-OUT-AMOUNT.              00005440
           MOVE "CUSTOMER NOT FOUND" TO BKL-STATUS.                     00005450
           PERFORM 400-PRINT-BACKOUT-LINE.                              00005460
           PERFORM 270-RETURN-BACKOUT-RECORD.                           00005470
                                                                        00005480
       345-RECORD-REVERSED-INVOICE.                                     00005490
           IF REVERSED-INVOICE-COUNT < 5000                             00005500
               ADD 1 TO REVERSED-INVOICE-COUNT                          00005510
               SET RIT-INDEX TO REVERSED-INVOICE-COUNT                  00005520
               MOVE SR-INVOICE-NUMBER TO RIT-INVOICE-NUMBER (RIT-INDEX) 00005530
           ELSE                                                         00005540
               SET REVERSED-TABLE-FULL TO TRUE                          00005550
               SET BALANCE-ERROR TO TRUE                                00005560
           END-IF.                                                      00005570
                                                                        00005580
       360-WRITE-NEW-MASTER.                                            00005590
           MOVE WORK-CUSTOMER-RECORD TO NEW-MASTER-RECORD.              00005600
           WRITE NEW-MASTER-RECORD.                                     00005610
           ADD 1 TO MASTERS-WRITTEN-COUNT.                              00005620
           ADD WRK-SALES-THIS-YTD TO OUTPUT-HASH-THIS-YTD.              00005630
           ADD WRK-SALES-LAST-YTD TO OUTPUT-HASH-LAST-YTD.              00005640
                                                                        00005650
       365-WRITE-HISTORY-RECORD.                                        00005660
           MOVE SALES-HISTORY-RECORD TO NEW-HISTORY-AREA.               00005670
           WRITE NEW-HISTORY-AREA.                                      00005680
           ADD 1 TO HISTORIES-WRITTEN-COUNT.                            00005690
                                                                        00005700
       370-COPY-PRIOR-HISTORY.                                          00005710
           PERFORM 380-COPY-ONE-PRIOR-HISTORY                           00005720
               WITH TEST BEFORE                                         00005730
               UNTIL SALESHST-EOF OR HISTORY-KEY NOT < MASTER-KEY.      00005740
                                                                        00005750
       380-COPY-ONE-PRIOR-HISTORY.                                      00005760
           PERFORM 365-WRITE-HISTORY-RECORD.                            00005770
           PERFORM 260-READ-HISTORY-RECORD.                             00005780
                                                                        00005790
       400-PRINT-BACKOUT-LINE.                                          00005800
           IF LINE-COUNT > LINES-ON-PAGE                                00005810
               PERFORM 410-PRINT-HEADING-LINES.                         00005820
           MOVE SR-BRANCH-NUMBER   TO BKL-BRANCH-NUMBER.                00005830
           MOVE SR-SALESREP-NUMBER TO BKL-SALESREP-NUMBER.              00005840
           MOVE SR-CUSTOMER-NUMBER TO BKL-CUSTOMER-NUMBER.              00005850
           MOVE SR-INVOICE-NUMBER  TO BKL-INVOICE-NUMBER.               00005860
           MOVE SR-INVOICE-AMOUNT  TO BKL-INVOICE-AMOUNT.               00005870
           MOVE SR-POSTING-DATE    TO BKL-POSTING-DATE.                 00005880
           MOVE SR-HISTORY-YEAR    TO BKL-HISTORY-YEAR.                 00005890
           MOVE SR-HISTORY-MONTH   TO BKL-HISTORY-MONTH.                00005900
           MOVE BACKOUT-LINE TO PRINT-AREA.                             00005910
           PERFORM 430-WRITE-REPORT-LINE.                               00005920
                                                                        00005930
       410-PRINT-HEADING-LINES.                                         00005940
           ADD 1 TO PAGE-COUNT.                                         00005950
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.                          00005960
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00005970
           PERFORM 420-WRITE-PAGE-TOP-LINE.                             00005980
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00005990
           PERFORM 430-WRITE-REPORT-LINE.                               00006000
           MOVE BATCH-HEADING-LINE TO PRINT-AREA.                       00006010
           PERFORM 430-WRITE-REPORT-LINE.                               00006020
           MOVE SPACES TO PRINT-AREA.                                   00006030
           PERFORM 430-WRITE-REPORT-LINE.                               00006040
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00006050
           PERFORM 430-WRITE-REPORT-LINE.                               00006060
           MOVE SPACES TO PRINT-AREA.                                   00006070
           PERFORM 430-WRITE-REPORT-LINE.                               00006080
                                                                        00006090
       420-WRITE-PAGE-TOP-LINE.                                         00006100
                                                                        00006110
           WRITE PRINT-AREA.                                            00006120
           MOVE 1 TO LINE-COUNT.                                        00006130
                                                                        00006140
       430-WRITE-REPORT-LINE.                                           00006150
                                                                        00006160
           WRITE PRINT-AREA.                                            00006170
           ADD 1 TO LINE-COUNT.                                         00006180
                                                                        00006190
       450-WRITE-NEW-TRAILER.                                           00006200
           MOVE SPACE TO NEW-TRAILER-RECORD.                            00006210
           MOVE 999999999 TO NT-TRAILER-KEY.                            00006220
           MOVE MASTERS-WRITTEN-COUNT TO NT-RECORD-COUNT.               00006230
           MOVE OUTPUT-HASH-THIS-YTD  TO NT-HASH-THIS-YTD.              00006240
           MOVE OUTPUT-HASH-LAST-YTD  TO NT-HASH-LAST-YTD.              00006250
           MOVE NEW-TRAILER-RECORD TO NEW-MASTER-RECORD.                00006260
           WRITE NEW-MASTER-RECORD.                                     00006270
                                                                        00006280
       500-PRINT-CONTROL-TOTALS.                                        00006290
           IF LINE-COUNT + 35 > LINES-ON-PAGE                           00006300
               PERFORM 410-PRINT-HEADING-LINES.                         00006310
           MOVE SPACES TO PRINT-AREA.                                   00006320
           PERFORM 430-WRITE-REPORT-LINE.                               00006330
           MOVE "MASTER RECORDS READ" TO TOL-TEXT.                      00006340
           MOVE MASTERS-READ-COUNT TO TOL-COUNT.                        00006350
           PERFORM 510-PRINT-TOTAL-LINE.                                00006360
           MOVE "MASTER RECORDS WRITTEN" TO TOL-TEXT.                   00006370
           MOVE MASTERS-WRITTEN-COUNT TO TOL-COUNT.                     00006380
           PERFORM 510-PRINT-TOTAL-LINE.                                00006390
           MOVE "HISTORY RECORDS READ" TO TOL-TEXT.                     00006400
           MOVE HISTORIES-READ-COUNT TO TOL-COUNT.                      00006410
           PERFORM 510-PRINT-TOTAL-LINE.                                00006420
           MOVE "HISTORY RECORDS WRITTEN" TO TOL-TEXT.                  00006430
           MOVE HISTORIES-WRITTEN-COUNT TO TOL-COUNT.                   00006440
           PERFORM 510-PRINT-TOTAL-LINE.                                00006450
           MOVE "JOURNAL ENTRIES FOUND" TO TOL-TEXT.                    00006460
           MOVE ENTRIES-FOUND-COUNT TO TOL-COUNT.                       00006470
           PERFORM 510-PRINT-TOTAL-LINE.                                00006480
           MOVE "INVOICES BACKED OUT" TO TOL-TEXT.                      00006490
           MOVE BACKED-OUT-COUNT TO TOL-COUNT.                          00006500
           PERFORM 510-PRINT-TOTAL-LINE.                                00006510
           MOVE "INVOICES NOT BACKED OUT" TO TOL-TEXT.                  00006520
           MOVE NOT-BACKED-OUT-COUNT TO TOL-COUNT.                      00006530
           PERFORM 510-PRINT-TOTAL-LINE.                                00006540
           MOVE "JOURNAL AMOUNT FOUND" TO AML-TEXT.                     00006550
           MOVE ENTRIES-FOUND-AMOUNT TO AML-AMOUNT.                     00006560
           PERFORM 520-PRINT-AMOUNT-LINE.                               00006570
           MOVE "AMOUNT BACKED OUT" TO AML-TEXT.                        00006580
           MOVE BACKED-OUT-AMOUNT TO AML-AMOUNT.                        00006590
           PERFORM 520-PRINT-AMOUNT-LINE.                               00006600
           MOVE "AMOUNT NOT BACKED OUT" TO AML-TEXT.                    00006610
           MOVE NOT-BACKED-OUT-AMOUNT TO AML-AMOUNT.                    00006620
           PERFORM 520-PRINT-AMOUNT-LINE.                               00006630
           PERFORM 530-BALANCE-BATCH-TRAILER.                           00006640
           PERFORM 540-BALANCE-OLD-MASTER.                              00006650
           PERFORM 550-BALANCE-NEW-MASTER.                              00006660
                                                                        00006670
       510-PRINT-TOTAL-LINE.                                            00006680
           MOVE TOTAL-LINE TO PRINT-AREA.                               00006690
           PERFORM 430-WRITE-REPORT-LINE.                               00006700
                                                                        00006710
       520-PRINT-AMOUNT-LINE.                                           00006720
           MOVE AMOUNT-LINE TO PRINT-AREA.                              00006730
           PERFORM 430-WRITE-REPORT-LINE.                               00006740
                                                                        00006750
       530-BALANCE-BATCH-TRAILER.                                       00006760
           MOVE SPACES TO PRINT-AREA.                                   00006770
           PERFORM 430-WRITE-REPORT-LINE.                               00006780
           MOVE "POSTING RUNS FOR BATCH" TO TOL-TEXT.                   00006790
           MOVE CONTROL-RUN-COUNT TO TOL-COUNT.                         00006800
           PERFORM 510-PRINT-TOTAL-LINE.                                00006810
           MOVE "LESS RUNS ALREADY BACKED OUT" TO TOL-TEXT.             00006812
           MOVE CONTROL-BACKOUT-COUNT TO TOL-COUNT.                     00006814
           PERFORM 510-PRINT-TOTAL-LINE.                                00006816
           MOVE "BATCH TRAILER COUNT" TO TOL-TEXT.                      00006820
           MOVE CONTROL-TRAILER-COUNT TO TOL-COUNT.                     00006830
           PERFORM 510-PRINT-TOTAL-LINE.                                00006840
           MOVE "LESS DUPLICATES REJECTED" TO TOL-TEXT.                 00006850
           MOVE CONTROL-DUPLICATE-COUNT TO TOL-COUNT.                   00006860
           PERFORM 510-PRINT-TOTAL-LINE.                                00006870
           MOVE "LESS UNMATCHED INVOICES" TO TOL-TEXT.                  00006880
           MOVE CONTROL-UNMATCHED-COUNT TO TOL-COUNT.                   00006890
           PERFORM 510-PRINT-TOTAL-LINE.                                00006900
           MOVE "LESS NOT BACKED OUT" TO TOL-TEXT.                      00006902
           MOVE NOT-BACKED-OUT-COUNT TO TOL-COUNT.                      00006904
           PERFORM 510-PRINT-TOTAL-LINE.                                00006906
           MOVE "BATCH TRAILER AMOUNT" TO AML-TEXT.                     00006910
           MOVE CONTROL-TRAILER-AMOUNT TO AML-AMOUNT.                   00006920
           PERFORM 520-PRINT-AMOUNT-LINE.                               00006930
           MOVE "LESS DUPLICATES REJECTED" TO AML-TEXT.                 00006940
           MOVE CONTROL-DUPLICATE-AMOUNT TO AML-AMOUNT.                 00006950
           PERFORM 520-PRINT-AMOUNT-LINE.                               00006960
           MOVE "LESS UNMATCHED INVOICES" TO AML-TEXT.                  00006970
           MOVE CONTROL-UNMATCHED-AMOUNT TO AML-AMOUNT.                 00006980
           PERFORM 520-PRINT-AMOUNT-LINE.                               00006990
           MOVE "AMOUNT POSTED FROM BATCH" TO AML-TEXT.                 00007000
           MOVE EXPECTED-BACKOUT-AMOUNT TO AML-AMOUNT.                  00007010
           PERFORM 520-PRINT-AMOUNT-LINE.                               00007020
           MOVE "LESS NOT BACKED OUT" TO AML-TEXT.                      00007022
           MOVE NOT-BACKED-OUT-AMOUNT TO AML-AMOUNT.                    00007024
           PERFORM 520-PRINT-AMOUNT-LINE.                               00007026
           IF NOT CONTROL-FOUND                                         00007030
               MOVE "NO BATCH CONTROL RECORD - TRAILER NOT PROVEN"      00007040
                   TO MSL-TEXT                                          00007050
           ELSE                                                         00007060
               IF ENTRIES-FOUND-COUNT  = EXPECTED-BACKOUT-COUNT  AND    00007070
                  ENTRIES-FOUND-AMOUNT = EXPECTED-BACKOUT-AMOUNT        00007080
                   MOVE "BACKOUT IN BALANCE WITH BATCH TRAILER"         00007090
                       TO MSL-TEXT                                      00007100
               ELSE                                                     00007110
                   SET BALANCE-ERROR TO TRUE                            00007117
                   MOVE "BATCH TRAILER OUT OF BALANCE - RUN ABENDED"    00007124
                       TO MSL-TEXT                                      00007131
               END-IF                                                   00007140
           END-IF.                                                      00007150
           MOVE MESSAGE-LINE TO PRINT-AREA.                             00007160
           PERFORM 430-WRITE-REPORT-LINE.                               00007170
                                                                        00007180
       540-BALANCE-OLD-MASTER.                                          00007190
           IF NOT OLD-TRAILER-FOUND                                     00007200
               SET BALANCE-ERROR TO TRUE                                00007210
               MOVE "NO TRAILER ON OLD MASTER - RUN ABENDED"            00007220
                   TO MSL-TEXT                                          00007230
           ELSE                                                         00007240
               IF EXPECTED-RECORD-COUNT = MASTERS-READ-COUNT AND        00007250
                  EXPECTED-HASH-THIS-YTD = INPUT-HASH-THIS-YTD AND      00007260
                  EXPECTED-HASH-LAST-YTD = INPUT-HASH-LAST-YTD          00007270
                   MOVE "OLD MASTER IN BALANCE WITH TRAILER"            00007280
                       TO MSL-TEXT                                      00007290
               ELSE                                                     00007300
                   SET BALANCE-ERROR TO TRUE                            00007310
                   MOVE "OLD MASTER OUT OF BALANCE - RUN ABENDED"       00007320
                       TO MSL-TEXT                                      00007330
               END-IF                                                   00007340
           END-IF.                                                      00007350
           MOVE MESSAGE-LINE TO PRINT-AREA.                             00007360
           PERFORM 430-WRITE-REPORT-LINE.                               00007370
                                                                        00007380
       550-BALANCE-NEW-MASTER.                                          00007390
           COMPUTE EXPECTED-OUTPUT-THIS-YTD =                           00007400
               INPUT-HASH-THIS-YTD - BACKED-OUT-AMOUNT.                 00007410
           IF MASTERS-WRITTEN-COUNT = MASTERS-READ-COUNT AND            00007420
              OUTPUT-HASH-THIS-YTD  = EXPECTED-OUTPUT-THIS-YTD AND      00007430
              OUTPUT-HASH-LAST-YTD  = INPUT-HASH-LAST-YTD               00007440
               MOVE "NEW MASTER TRAILER AGREES WITH BACKOUT"            00007450
                   TO MSL-TEXT                                          00007460
           ELSE                                                         00007470
               SET BALANCE-ERROR TO TRUE                                00007480
               MOVE "NEW MASTER OUT OF BALANCE - RUN ABENDED"           00007490
                   TO MSL-TEXT                                          00007500
           END-IF.                                                      00007510
           MOVE MESSAGE-LINE TO PRINT-AREA.                             00007520
           PERFORM 430-WRITE-REPORT-LINE.                               00007530
                                                                        00007540
       600-MARK-JOURNAL-ENTRIES.                                        00007550
           IF BALANCE-ERROR                                             00007560
               IF REVERSED-TABLE-FULL                                   00007570
                   MOVE "BACKOUT TABLE FULL - RUN ABENDED" TO MSL-TEXT  00007580
               ELSE                                                     00007590
                   MOVE "INVOICE JOURNAL NOT UPDATED" TO MSL-TEXT       00007600
               END-IF                                                   00007610
           ELSE                                                         00007620
               OPEN I-O INVJRNL                                         00007630
               PERFORM 610-MARK-ONE-JOURNAL-ENTRY                       00007640
                   WITH TEST BEFORE                                     00007650
                   VARYING RIT-INDEX FROM 1 BY 1                        00007660
                   UNTIL RIT-INDEX > REVERSED-INVOICE-COUNT             00007670
               CLOSE INVJRNL                                            00007680
               MOVE "JOURNAL ENTRIES BACKED OUT" TO TOL-TEXT            00007690
               MOVE JOURNAL-MARKED-COUNT TO TOL-COUNT                   00007700
               PERFORM 510-PRINT-TOTAL-LINE                             00007710
               MOVE "INVOICE JOURNAL UPDATED" TO MSL-TEXT               00007720
           END-IF.                                                      00007730
           MOVE MESSAGE-LINE TO PRINT-AREA.                             00007740
           PERFORM 430-WRITE-REPORT-LINE.                               00007750
                                                                        00007760
       610-MARK-ONE-JOURNAL-ENTRY.                                      00007770
           MOVE RIT-INVOICE-NUMBER (RIT-INDEX) TO IJ-INVOICE-NUMBER.    00007780
           READ INVJRNL                                                 00007790
               INVALID KEY                                              00007800
                   CONTINUE                                             00007810
               NOT INVALID KEY                                          00007820
                   MOVE "B" TO IJ-STATUS-CODE                           00007830
                   MOVE RUN-DATE-N TO IJ-BACKOUT-DATE                   00007840
                   REWRITE INVOICE-JOURNAL-RECORD                       00007850
                   ADD 1 TO JOURNAL-MARKED-COUNT                        00007860
           END-READ.                                                    00007861
                                                                        00007862
       650-WRITE-BACKOUT-CONTROL.                                       00007863
           IF CONTROL-FOUND AND NOT BALANCE-ERROR                       00007864
           AND BACKED-OUT-COUNT > ZERO                                  00007865
               MOVE SPACE TO BATCH-CONTROL-RECORD                       00007866
               MOVE BACKOUT-BATCH-DATE TO BC-BATCH-DATE                 00007867
               MOVE RUN-DATE-N         TO BC-POSTING-DATE               00007868
               MOVE BACKED-OUT-COUNT   TO BC-TRAILER-COUNT              00007869
                                          BC-POSTED-COUNT               00007870
               MOVE BACKED-OUT-AMOUNT  TO BC-TRAILER-AMOUNT             00007871
                                          BC-POSTED-AMOUNT              00007872
               MOVE ZERO               TO BC-DUPLICATE-COUNT            00007873
                                          BC-DUPLICATE-AMOUNT           00007874
                                          BC-UNMATCHED-COUNT            00007875
                                          BC-UNMATCHED-AMOUNT           00007876
               SET BC-BACKOUT-RUN TO TRUE                               00007877
               OPEN EXTEND BATCHCTL                                     00007878
               WRITE BATCH-CONTROL-RECORD                               00007879
               CLOSE BATCHCTL                                           00007880
           END-IF.                                                      00007881
                                                                        00007882
       700-STAGE-CUSTOMER-CHANGE.                                       00007891
           MOVE "POST2000" TO CJ-PROGRAM-NAME.                          00007900
           MOVE RUN-DATE-N TO CJ-RUN-DATE.                              00007910
           MOVE CD-HOURS   TO CJ-RUN-HOURS.                             00007920
           MOVE CD-MINUTES TO CJ-RUN-MINUTES.                           00007930
           IF CJ-CUSTOMER-DELETED OR CJ-CUSTOMER-PURGED                 00007940
               MOVE CJ-BEFORE-KEY TO CJ-CUSTOMER-KEY                    00007950
           ELSE                                                         00007960
               MOVE CJ-AFTER-KEY  TO CJ-CUSTOMER-KEY                    00007970
           END-IF.                                                      00007980
           MOVE "NNNN" TO CJ-CHANGED-FIELDS.                            00007990
           IF CJ-BEFORE-KEY NOT = CJ-AFTER-KEY                          00008000
               MOVE "Y" TO CJ-KEY-CHANGED                               00008010
           END-IF.                                                      00008020
           IF CJ-BEFORE-NAME NOT = CJ-AFTER-NAME                        00008030
               MOVE "Y" TO CJ-NAME-CHANGED                              00008040
           END-IF.                                                      00008050
           IF CJ-BEFORE-THIS-YTD NOT = CJ-AFTER-THIS-YTD                00008060
               MOVE "Y" TO CJ-THIS-YTD-CHANGED                          00008070
           END-IF.                                                      00008080
           IF CJ-BEFORE-LAST-YTD NOT = CJ-AFTER-LAST-YTD                00008090
               MOVE "Y" TO CJ-LAST-YTD-CHANGED                          00008100
           END-IF.                                                      00008110
           MOVE CUSTOMER-CHANGE-RECORD TO CHANGE-WORK-AREA.             00008120
           WRITE CHANGE-WORK-AREA.                                      00008130
                                                                        00008140
       710-MOVE-MASTER-TO-BEFORE.                                       00008150
           MOVE CM-CUSTOMER-KEY   TO CJ-BEFORE-KEY.                     00008160
           MOVE CM-CUSTOMER-NAME  TO CJ-BEFORE-NAME.                    00008170
           MOVE CM-SALES-THIS-YTD TO CJ-BEFORE-THIS-YTD.                00008180
           MOVE CM-SALES-LAST-YTD TO CJ-BEFORE-LAST-YTD.                00008190
                                                                        00008200
       720-MOVE-MASTER-TO-AFTER.                                        00008210
           MOVE CM-CUSTOMER-KEY   TO CJ-AFTER-KEY.                      00008220
           MOVE CM-CUSTOMER-NAME  TO CJ-AFTER-NAME.                     00008230
           MOVE CM-SALES-THIS-YTD TO CJ-AFTER-THIS-YTD.                 00008240
           MOVE CM-SALES-LAST-YTD TO CJ-AFTER-LAST-YTD.                 00008250
                                                                        00008260
       750-UPDATE-CHANGE-JOURNAL.                                       00008270
           CLOSE CHGWORK.                                               00008280
           IF BALANCE-ERROR                                             00008290
               MOVE "CUSTOMER CHANGE JOURNAL NOT UPDATED"               00008300
                   TO MSL-TEXT                                          00008310
           ELSE                                                         00008320
               OPEN INPUT  CHGWORK                                      00008330
               OPEN EXTEND CUSTJRNL                                     00008340
               PERFORM 760-COPY-ONE-CHANGE                              00008350
                   WITH TEST BEFORE                                     00008360
                   UNTIL CHGWORK-EOF                                    00008370
               CLOSE CHGWORK                                            00008380
                     CUSTJRNL                                           00008390
               MOVE "CUSTOMER CHANGES JOURNALED" TO TOL-TEXT            00008400
               MOVE CHANGES-JOURNALED-COUNT TO TOL-COUNT                00008410
               PERFORM 510-PRINT-TOTAL-LINE                             00008420
               MOVE "CUSTOMER CHANGE JOURNAL UPDATED" TO MSL-TEXT       00008430
           END-IF.                                                      00008440
           MOVE MESSAGE-LINE TO PRINT-AREA.                             00008450
           PERFORM 430-WRITE-REPORT-LINE.                               00008460
                                                                        00008470
       760-COPY-ONE-CHANGE.                                             00008480
           READ CHGWORK                                                 00008490
               AT END                                                   00008500
                   SET CHGWORK-EOF TO TRUE                              00008510
               NOT AT END                                               00008520
                   MOVE CHANGE-WORK-AREA TO CUSTOMER-JOURNAL-AREA       00008530
                   WRITE CUSTOMER-JOURNAL-AREA                          00008540
                   ADD 1 TO CHANGES-JOURNALED-COUNT                     00008550
           END-READ.                                                    00008560
