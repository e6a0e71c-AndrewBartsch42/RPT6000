       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. COMM1000.                                            00000030
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
           SELECT SALESMAS ASSIGN TO SALESMAS.                          00000160
           SELECT OPTIONAL COMMLDG ASSIGN TO COMMLDG.                   00000170
           SELECT COMMPAY  ASSIGN TO COMMPAY.                           00000180
           SELECT COMMRPT  ASSIGN TO COMM1000.                          00000190
           SELECT OPTIONAL SPLITCR ASSIGN TO SPLITCR.                   00000192
           SELECT OPTIONAL PERIODCTL ASSIGN TO PERIODCTL                00000194
               ORGANIZATION LINE SEQUENTIAL.                            00000196
                                                                        00000200
       DATA DIVISION.                                                   00000210
                                                                        00000220
       FILE SECTION.                                                    00000230
                                                                        00000240
       FD  CUSTMAST                                                     00000250
           RECORD CONTAINS 130 CHARACTERS.                              00000260
       COPY CUSTMAST.                                                   00000270
       COPY CUSTTRLR.                                                   00000280
                                                                        00000290
       FD  SALESMAS                                                     00000300
           RECORDING MODE IS F                                          00000310
           LABEL RECORDS ARE STANDARD                                   00000320
           RECORD CONTAINS 130 CHARACTERS                               00000330
           BLOCK CONTAINS 130 CHARACTERS.                               00000340
       COPY SALESMAS.                                                   00000350
                                                                        00000360
       FD  COMMLDG                                                      00000370
           RECORDING MODE IS F                                          00000380
           LABEL RECORDS ARE STANDARD                                   00000390
           RECORD CONTAINS 80 CHARACTERS                                00000400
           BLOCK CONTAINS 80 CHARACTERS.                                00000410
       COPY COMMLDG.                                                    00000420
                                                                        00000430
       FD  COMMPAY                                                      00000440
           RECORDING MODE IS F                                          00000450
           LABEL RECORDS ARE STANDARD                                   00000460
           RECORD CONTAINS 80 CHARACTERS                                00000470
           BLOCK CONTAINS 80 CHARACTERS.                                00000480
       COPY COMMPAY.                                                    00000490
                                                                        00000500
       FD  COMMRPT                                                      00000510
           RECORDING MODE IS F                                          00000520
           LABEL RECORDS ARE STANDARD                                   00000530
           RECORD CONTAINS 130 CHARACTERS                               00000540
           BLOCK CONTAINS 130 CHARACTERS.                               00000550
       01  PRINT-AREA          PIC X(130).                              00000560
                                                                        00000561
       FD  SPLITCR                                                      00000562
           RECORDING MODE IS F                                          00000563
           LABEL RECORDS ARE STANDARD                                   00000564
           RECORD CONTAINS 130 CHARACTERS                               00000565
           BLOCK CONTAINS 130 CHARACTERS.                               00000566
       COPY SPLITCR.                                                    00000567
                                                                        00000568
       FD  PERIODCTL                                                    00000569
           RECORD CONTAINS 80 CHARACTERS.                               00000570
       01  PERIOD-CONTROL-AREA PIC X(80).                               00000571
                                                                        00000572
       WORKING-STORAGE SECTION.                                         00000580
                                                                        00000583
       COPY PERIODCT.                                                   00000586
                                                                        00000590
       01  RUN-DATE-FIELDS.                                             00000600
           05  RUN-DATE-N          PIC 9(8)  VALUE ZERO.                00000610
           05  PAY-PERIOD          PIC 9(6)  VALUE ZERO.                00000620
           05  COMMISSION-YEAR     PIC 9(4)  VALUE ZERO.                00000623
           05  PRIOR-COMMISSION-YEAR PIC 9(4) VALUE ZERO.               00000626
                                                                        00000630
       01  COMPARE-KEYS.                                                00000640
           05  MASTER-KEY              PIC X(2).                        00000650
           05  LEDGER-KEY              PIC X(2).                        00000660
                                                                        00000670
       01  REP-SALES-TABLE.                                             00000680
           05  REP-SALES-ENTRY OCCURS 100 TIMES.                        00000690
               10  RST-SALES-THIS-YTD  PIC S9(10)V99 VALUE ZERO.        00000700
               10  RST-SALES-LAST-YTD  PIC S9(10)V99 VALUE ZERO.        00000705
               10  RST-CUSTOMER-COUNT  PIC 9(5)  COMP  VALUE ZERO.      00000710
               10  RST-ON-SALESMAS     PIC X     VALUE "N".             00000720
                                                                        00000730
       01  REP-SALES-FIELDS    PACKED-DECIMAL.                          00000740
           05  REP-SUB             PIC S9(3)   VALUE ZERO.              00000750
                                                                        00000760
       01  SWITCHES.                                                    00000770
           05  CUSTMAST-EOF-SWITCH     PIC X     VALUE "N".             00000780
               88  CUSTMAST-EOF                  VALUE "Y".             00000790
           05  SALESMAS-EOF-SWITCH     PIC X     VALUE "N".             00000800
               88  SALESMAS-EOF                  VALUE "Y".             00000810
           05  COMMLDG-EOF-SWITCH      PIC X     VALUE "N".             00000820
               88  COMMLDG-EOF                   VALUE "Y".             00000830
           05  LEDGER-FOUND-SWITCH     PIC X     VALUE "N".             00000840
               88  LEDGER-FOUND                  VALUE "Y".             00000850
           05  BALANCE-ERROR-SWITCH    PIC X     VALUE "N".             00000860
               88  BALANCE-ERROR                 VALUE "Y".             00000870
           05  PERIODCTL-EOF-SWITCH    PIC X     VALUE "N".             00000871
               88  PERIODCTL-EOF                 VALUE "Y".             00000872
           05  SPLITCR-EOF-SWITCH      PIC X     VALUE "N".             00000873
               88  SPLITCR-EOF                   VALUE "Y".             00000874
           05  SPLIT-FOUND-SWITCH      PIC X     VALUE "N".             00000875
               88  SPLIT-FOUND                   VALUE "Y".             00000876
                                                                        00000877
       01  SPLIT-CREDIT-WORK-FIELDS.                                    00000878
           05  SPLIT-CUSTOMER-KEY      PIC X(9)      VALUE LOW-VALUE.   00000879
                                                                        00000880
       01  SPLIT-CREDIT-FIELDS        PACKED-DECIMAL.                   00000881
           05  SPLIT-SHARE-SUB         PIC S9(3)     VALUE ZERO.        00000882
           05  SPLIT-PERCENT-TOTAL     PIC S9(5)V99  VALUE ZERO.        00000883
           05  SPLIT-SHARE-THIS-YTD    PIC S9(9)V99  VALUE ZERO.        00000884
           05  SPLIT-SHARE-LAST-YTD    PIC S9(9)V99  VALUE ZERO.        00000885
           05  SPLIT-REMAINING-THIS-YTD PIC S9(9)V99 VALUE ZERO.        00000886
           05  SPLIT-REMAINING-LAST-YTD PIC S9(9)V99 VALUE ZERO.        00000887
                                                                        00000888
       01  COMMISSION-FIELDS          PACKED-DECIMAL.                   00000890
           05  SALES-COMMISSIONED      PIC S9(10)V99 VALUE ZERO.        00000900
           05  COMMISSION-PAID         PIC S9(8)V99  VALUE ZERO.        00000910
           05  PRIOR-RATE              PIC 9V999     VALUE ZERO.        00000920
           05  SALES-THIS-PERIOD       PIC S9(10)V99 VALUE ZERO.        00000930
           05  COMMISSION-DUE          PIC S9(8)V99  VALUE ZERO.        00000940
           05  COMMISSION-EARNED-YTD   PIC S9(8)V99  VALUE ZERO.        00000950
           05  PRIOR-YEAR-TAIL         PIC S9(10)V99 VALUE ZERO.        00000955
                                                                        00000960
       01  COUNT-FIELDS               PACKED-DECIMAL.                   00000970
           05  MASTERS-READ-COUNT      PIC 9(6)  VALUE ZERO.            00000980
           05  SALESREPS-READ-COUNT    PIC 9(6)  VALUE ZERO.            00000990
           05  LEDGERS-READ-COUNT      PIC 9(6)  VALUE ZERO.            00001000
           05  STATEMENT-COUNT         PIC 9(6)  VALUE ZERO.            00001010
           05  PAYABLE-COUNT           PIC 9(6)  VALUE ZERO.            00001020
           05  EXCEPTION-COUNT         PIC 9(6)  VALUE ZERO.            00001030
           05  SPLITS-APPLIED-COUNT    PIC 9(6)  VALUE ZERO.            00001035
                                                                        00001040
       01  COMMISSION-TOTAL-FIELDS    PACKED-DECIMAL.                   00001050
           05  TOTAL-SALES-THIS-YTD    PIC S9(11)V99 VALUE ZERO.        00001060
           05  TOTAL-SALES-THIS-PERIOD PIC S9(11)V99 VALUE ZERO.        00001070
           05  TOTAL-COMMISSION-PAID   PIC S9(10)V99 VALUE ZERO.        00001080
           05  TOTAL-COMMISSION-DUE    PIC S9(10)V99 VALUE ZERO.        00001090
           05  UNPAID-SALES-AMOUNT     PIC S9(11)V99 VALUE ZERO.        00001100
           05  TOTAL-PRIOR-YEAR-TAIL   PIC S9(11)V99 VALUE ZERO.        00001105
                                                                        00001110
       01  CONTROL-TOTAL-FIELDS       PACKED-DECIMAL.                   00001120
           05  INPUT-HASH-THIS-YTD     PIC S9(11)V99 VALUE ZERO.        00001130
           05  INPUT-HASH-LAST-YTD     PIC S9(11)V99 VALUE ZERO.        00001140
                                                                        00001150
       01  TRAILER-FIELDS.                                              00001160
           05  OLD-TRAILER-SWITCH      PIC X         VALUE "N".         00001170
               88  OLD-TRAILER-FOUND                 VALUE "Y".         00001180
           05  EXPECTED-RECORD-COUNT   PIC 9(7)      VALUE ZERO.        00001190
           05  EXPECTED-HASH-THIS-YTD  PIC S9(11)V99 VALUE ZERO.        00001200
           05  EXPECTED-HASH-LAST-YTD  PIC S9(11)V99 VALUE ZERO.        00001210
                                                                        00001220
       01  PRINT-FIELDS        PACKED-DECIMAL.                          00001230
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00001240
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00001250
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00001260
                                                                        00001270
       01  CURRENT-DATE-AND-TIME.                                       00001280
           05  CD-YEAR         PIC 9999.                                00001290
           05  CD-MONTH        PIC 99.                                  00001300
           05  CD-DAY          PIC 99.                                  00001310
           05  CD-HOURS        PIC 99.                                  00001320
           05  CD-MINUTES      PIC 99.                                  00001330
           05  FILLER          PIC X(9).                                00001340
                                                                        00001350
       01  HEADING-LINE-1.                                              00001360
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00001370
           05  HL1-MONTH       PIC 9(2).                                00001380
           05  FILLER          PIC X(1)    VALUE "/".                   00001390
           05  HL1-DAY         PIC 9(2).                                00001400
           05  FILLER          PIC X(1)    VALUE "/".                   00001410
           05  HL1-YEAR        PIC 9(4).                                00001420
           05  FILLER          PIC X(24)   VALUE SPACE.                 00001430
           05  FILLER          PIC X(30)   VALUE                        00001440
               "MONTHLY COMMISSION PAYABLE STA".                        00001450
           05  FILLER          PIC X(25)   VALUE "TEMENT".              00001460
           05  FILLER          PIC X(18)   VALUE SPACE.                 00001470
           05  FILLER          PIC X(6)    VALUE "PAGE: ".              00001480
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                00001490
           05  FILLER          PIC X(26)   VALUE SPACE.                 00001500
                                                                        00001510
       01  HEADING-LINE-2.                                              00001520
           05  FILLER          PIC X(7)    VALUE "TIME:  ".             00001530
           05  HL2-HOURS       PIC 9(2).                                00001540
           05  FILLER          PIC X(1)    VALUE ":".                   00001550
           05  HL2-MINUTES     PIC 9(2).                                00001560
           05  FILLER          PIC X(82)   VALUE SPACE.                 00001570
           05  FILLER          PIC X(8)    VALUE "COMM1000".            00001580
           05  FILLER          PIC X(28)   VALUE SPACE.                 00001590
                                                                        00001600
       01  HEADING-LINE-3.                                              00001610
           05  FILLER          PIC X(12)   VALUE "PAY PERIOD: ".        00001620
           05  HL3-PAY-YEAR    PIC 9(4).                                00001630
           05  FILLER          PIC X(1)    VALUE "/".                   00001640
           05  HL3-PAY-MONTH   PIC 9(2).                                00001650
           05  FILLER          PIC X(4)    VALUE SPACE.                 00001654
           05  FILLER          PIC X(12)   VALUE "SALES YEAR: ".        00001658
           05  HL3-SALES-YEAR  PIC 9(4).                                00001662
           05  FILLER          PIC X(91)   VALUE SPACE.                 00001666
                                                                        00001670
       01  STATEMENT-HEADING-LINE.                                      00001680
           05  FILLER              PIC X(20)   VALUE                    00001690
               "SALES REP:".                                            00001700
           05  SHL-SALESREP-NUMBER PIC Z9.                              00001710
           05  FILLER              PIC X(2)    VALUE SPACE.             00001720
           05  SHL-SALESREP-NAME   PIC X(10).                           00001730
           05  FILLER              PIC X(96)   VALUE SPACE.             00001740
                                                                        00001750
       01  RATE-LINE.                                                   00001760
           05  RTL-TEXT            PIC X(30).                           00001770
           05  FILLER              PIC X(12)    VALUE SPACE.            00001780
           05  RTL-RATE            PIC 9.999.                           00001790
           05  FILLER              PIC X(83)    VALUE SPACE.            00001800
                                                                        00001810
       01  TOTAL-LINE.                                                  00001820
           05  TOL-TEXT            PIC X(30).                           00001830
           05  TOL-COUNT           PIC ZZZ,ZZ9.                         00001840
           05  FILLER              PIC X(93)    VALUE SPACE.            00001850
                                                                        00001860
       01  AMOUNT-LINE.                                                 00001870
           05  AML-TEXT            PIC X(30).                           00001880
           05  AML-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.              00001890
           05  FILLER              PIC X(82)    VALUE SPACE.            00001900
                                                                        00001910
       01  EXCEPTION-LINE.                                              00001920
           05  FILLER              PIC X(10)    VALUE "EXCEPTION ".     00001930
           05  EXL-SALESREP-NUMBER PIC Z9.                              00001940
           05  FILLER              PIC X(2)     VALUE SPACE.            00001950
           05  EXL-MESSAGE         PIC X(40).                           00001960
           05  EXL-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.              00001970
           05  FILLER              PIC X(58)    VALUE SPACE.            00001980
                                                                        00001990
       01  MESSAGE-LINE.                                                00002000
           05  MSL-TEXT            PIC X(130).                          00002010
                                                                        00002020
       PROCEDURE DIVISION.                                              00002030
                                                                        00002040
       000-PREPARE-COMMISSION-PAYABLE.                                  00002050
                                                                        00002060
           OPEN INPUT  CUSTMAST                                         00002070
                OUTPUT COMMRPT.                                         00002080
           PERFORM 100-FORMAT-REPORT-HEADING.                           00002090
           PERFORM 120-SET-COMMISSION-YEAR.                             00002095
           PERFORM 150-LOAD-REP-SALES-TABLE.                            00002100
           PERFORM 180-BALANCE-OLD-MASTER.                              00002110
           IF BALANCE-ERROR                                             00002120
               PERFORM 410-PRINT-HEADING-LINES                          00002130
               MOVE "CUSTOMER MASTER OUT OF BALANCE - RUN REFUSED"      00002140
                   TO MSL-TEXT                                          00002150
               MOVE MESSAGE-LINE TO PRINT-AREA                          00002160
               PERFORM 430-WRITE-REPORT-LINE                            00002170
               CLOSE CUSTMAST                                           00002180
                     COMMRPT                                            00002190
               MOVE 16 TO RETURN-CODE                                   00002200
               STOP RUN                                                 00002210
           END-IF.                                                      00002220
           OPEN INPUT  SALESMAS                                         00002230
                INPUT  COMMLDG                                          00002240
                OUTPUT COMMPAY.                                         00002250
           PERFORM 250-READ-SALESREP-RECORD.                            00002260
           PERFORM 260-READ-LEDGER-RECORD.                              00002270
           PERFORM 300-PROCESS-ONE-SALESREP                             00002280
               UNTIL SALESMAS-EOF AND COMMLDG-EOF.                      00002290
           PERFORM 450-WRITE-PAYABLE-TRAILER.                           00002300
           PERFORM 500-PRINT-CONTROL-TOTALS.                            00002310
           CLOSE CUSTMAST                                               00002320
                 SALESMAS                                               00002330
                 COMMLDG                                                00002340
                 COMMPAY                                                00002350
                 COMMRPT.                                               00002360
           STOP RUN.                                                    00002370
                                                                        00002380
       100-FORMAT-REPORT-HEADING.                                       00002390
                                                                        00002400
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00002410
           MOVE CD-MONTH   TO HL1-MONTH.                                00002420
           MOVE CD-DAY     TO HL1-DAY.                                  00002430
           MOVE CD-YEAR    TO HL1-YEAR.                                 00002440
           MOVE CD-HOURS   TO HL2-HOURS.                                00002450
           MOVE CD-MINUTES TO HL2-MINUTES.                              00002460
           MOVE CD-YEAR    TO HL3-PAY-YEAR.                             00002470
           MOVE CD-MONTH   TO HL3-PAY-MONTH.                            00002480
           COMPUTE RUN-DATE-N =                                         00002490
               CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.               00002500
           COMPUTE PAY-PERIOD = CD-YEAR * 100 + CD-MONTH.               00002510
                                                                        00002520
       120-SET-COMMISSION-YEAR.                                         00002521
           INITIALIZE PERIOD-CONTROL-RECORD.                            00002522
           OPEN INPUT PERIODCTL.                                        00002523
           READ PERIODCTL INTO PERIOD-CONTROL-RECORD                    00002524
               AT END                                                   00002525
                   SET PERIODCTL-EOF TO TRUE                            00002526
           END-READ.                                                    00002527
           CLOSE PERIODCTL.                                             00002528
           IF PC-CUST4000-YEAR = ZERO                                   00002529
               MOVE CD-YEAR TO COMMISSION-YEAR                          00002530
           ELSE                                                         00002531
               MOVE PC-CUST4000-YEAR TO COMMISSION-YEAR                 00002532
           END-IF.                                                      00002533
           COMPUTE PRIOR-COMMISSION-YEAR = COMMISSION-YEAR - 1.         00002534
           MOVE COMMISSION-YEAR TO HL3-SALES-YEAR.                      00002535
                                                                        00002536
       150-LOAD-REP-SALES-TABLE.                                        00002537
           OPEN INPUT SPLITCR.                                          00002541
           PERFORM 160-ADD-ONE-CUSTOMER                                 00002546
               WITH TEST BEFORE                                         00002551
               UNTIL CUSTMAST-EOF.                                      00002556
           CLOSE SPLITCR.                                               00002561
                                                                        00002570
       160-ADD-ONE-CUSTOMER.                                            00002580
           READ CUSTMAST                                                00002590
               AT END                                                   00002600
                   SET CUSTMAST-EOF TO TRUE                             00002610
               NOT AT END                                               00002620
                   IF CT-TRAILER-KEY-VALID                              00002630
                       SET OLD-TRAILER-FOUND TO TRUE                    00002640
                       MOVE CT-RECORD-COUNT  TO EXPECTED-RECORD-COUNT   00002650
                       MOVE CT-HASH-THIS-YTD TO EXPECTED-HASH-THIS-YTD  00002660
                       MOVE CT-HASH-LAST-YTD TO EXPECTED-HASH-LAST-YTD  00002670
                       SET CUSTMAST-EOF TO TRUE                         00002680
                   ELSE                                                 00002690
                       ADD 1 TO MASTERS-READ-COUNT                      00002700
                       ADD CM-SALES-THIS-YTD TO INPUT-HASH-THIS-YTD     00002710
                       ADD CM-SALES-LAST-YTD TO INPUT-HASH-LAST-YTD     00002720
                       COMPUTE REP-SUB = CM-SALESREP-NUMBER + 1         00002732
                       ADD 1 TO RST-CUSTOMER-COUNT (REP-SUB)            00002744
                       PERFORM 170-APPLY-SPLIT-CREDIT                   00002756
                   END-IF                                               00002770
           END-READ.                                                    00002780
                                                                        00002790
       170-APPLY-SPLIT-CREDIT.                                          00002791
           PERFORM 171-READ-SPLIT-RECORD                                00002792
               WITH TEST BEFORE                                         00002793
               UNTIL SPLIT-CUSTOMER-KEY NOT < CM-CUSTOMER-KEY.          00002794
           MOVE "N" TO SPLIT-FOUND-SWITCH.                              00002795
           IF SPLIT-CUSTOMER-KEY = CM-CUSTOMER-KEY                      00002796
               PERFORM 172-CHECK-SPLIT-RECORD                           00002797
           END-IF.                                                      00002798
           IF SPLIT-FOUND                                               00002799
               ADD 1 TO SPLITS-APPLIED-COUNT                            00002800
               MOVE CM-SALES-THIS-YTD TO SPLIT-REMAINING-THIS-YTD       00002801
               MOVE CM-SALES-LAST-YTD TO SPLIT-REMAINING-LAST-YTD       00002802
               PERFORM 174-POST-ONE-SHARE                               00002803
                   WITH TEST BEFORE                                     00002804
                   VARYING SPLIT-SHARE-SUB FROM 1 BY 1                  00002805
                   UNTIL SPLIT-SHARE-SUB > SC-SHARE-COUNT               00002806
           ELSE                                                         00002807
               ADD CM-SALES-THIS-YTD TO RST-SALES-THIS-YTD (REP-SUB)    00002808
               ADD CM-SALES-LAST-YTD TO RST-SALES-LAST-YTD (REP-SUB)    00002809
           END-IF.                                                      00002810
                                                                        00002811
       171-READ-SPLIT-RECORD.                                           00002812
           READ SPLITCR                                                 00002813
               AT END                                                   00002814
                   SET SPLITCR-EOF TO TRUE                              00002815
                   MOVE HIGH-VALUE TO SPLIT-CUSTOMER-KEY                00002816
               NOT AT END                                               00002817
                   MOVE SC-CUSTOMER-KEY TO SPLIT-CUSTOMER-KEY           00002818
           END-READ.                                                    00002819
                                                                        00002820
       172-CHECK-SPLIT-RECORD.                                          00002821
           MOVE ZERO TO SPLIT-PERCENT-TOTAL.                            00002822
           SET SPLIT-FOUND TO TRUE.                                     00002823
           IF SC-SHARE-COUNT NOT NUMERIC                                00002824
               MOVE "N" TO SPLIT-FOUND-SWITCH                           00002825
           ELSE                                                         00002826
               IF SC-SHARE-COUNT < 2 OR SC-SHARE-COUNT > 5              00002827
                   MOVE "N" TO SPLIT-FOUND-SWITCH                       00002828
               ELSE                                                     00002829
                   PERFORM 173-ADD-SHARE-PERCENT                        00002830
                       WITH TEST BEFORE                                 00002831
                       VARYING SPLIT-SHARE-SUB FROM 1 BY 1              00002832
                       UNTIL SPLIT-SHARE-SUB > SC-SHARE-COUNT           00002833
                   IF SPLIT-PERCENT-TOTAL NOT = 100                     00002834
                       MOVE "N" TO SPLIT-FOUND-SWITCH                   00002835
                   END-IF                                               00002836
               END-IF                                                   00002837
           END-IF.                                                      00002838
           IF NOT SPLIT-FOUND                                           00002839
               MOVE CM-SALESREP-NUMBER TO EXL-SALESREP-NUMBER           00002840
               MOVE "INVALID SPLIT - CREDITED TO OWNING REP"            00002841
                   TO EXL-MESSAGE                                       00002842
               MOVE CM-SALES-THIS-YTD TO EXL-AMOUNT                     00002843
               PERFORM 460-PRINT-EXCEPTION-LINE                         00002844
           END-IF.                                                      00002845
                                                                        00002846
       173-ADD-SHARE-PERCENT.                                           00002847
           IF SC-SHARE-SALESREP (SPLIT-SHARE-SUB) NOT NUMERIC           00002848
           OR SC-SHARE-PERCENT (SPLIT-SHARE-SUB) NOT NUMERIC            00002849
               MOVE "N" TO SPLIT-FOUND-SWITCH                           00002850
           ELSE                                                         00002851
               ADD SC-SHARE-PERCENT (SPLIT-SHARE-SUB)                   00002852
                   TO SPLIT-PERCENT-TOTAL                               00002853
           END-IF.                                                      00002854
                                                                        00002855
       174-POST-ONE-SHARE.                                              00002856
           IF SPLIT-SHARE-SUB = SC-SHARE-COUNT                          00002857
               MOVE SPLIT-REMAINING-THIS-YTD TO SPLIT-SHARE-THIS-YTD    00002858
               MOVE SPLIT-REMAINING-LAST-YTD TO SPLIT-SHARE-LAST-YTD    00002859
           ELSE                                                         00002860
               COMPUTE SPLIT-SHARE-THIS-YTD ROUNDED =                   00002861
                   CM-SALES-THIS-YTD *                                  00002862
                       SC-SHARE-PERCENT (SPLIT-SHARE-SUB) / 100         00002863
               COMPUTE SPLIT-SHARE-LAST-YTD ROUNDED =                   00002864
                   CM-SALES-LAST-YTD *                                  00002865
                       SC-SHARE-PERCENT (SPLIT-SHARE-SUB) / 100         00002866
               SUBTRACT SPLIT-SHARE-THIS-YTD                            00002867
                   FROM SPLIT-REMAINING-THIS-YTD                        00002868
               SUBTRACT SPLIT-SHARE-LAST-YTD                            00002869
                   FROM SPLIT-REMAINING-LAST-YTD                        00002870
           END-IF.                                                      00002871
           COMPUTE REP-SUB = SC-SHARE-SALESREP (SPLIT-SHARE-SUB) + 1.   00002872
           ADD SPLIT-SHARE-THIS-YTD TO RST-SALES-THIS-YTD (REP-SUB).    00002873
           ADD SPLIT-SHARE-LAST-YTD TO RST-SALES-LAST-YTD (REP-SUB).    00002874
                                                                        00002875
       180-BALANCE-OLD-MASTER.                                          00002876
           IF NOT OLD-TRAILER-FOUND                                     00002877
               SET BALANCE-ERROR TO TRUE                                00002878
           ELSE                                                         00002879
               IF EXPECTED-RECORD-COUNT NOT = MASTERS-READ-COUNT OR     00002880
                  EXPECTED-HASH-THIS-YTD NOT = INPUT-HASH-THIS-YTD OR   00002881
                  EXPECTED-HASH-LAST-YTD NOT = INPUT-HASH-LAST-YTD      00002882
                   SET BALANCE-ERROR TO TRUE                            00002883
               END-IF                                                   00002884
           END-IF.                                                      00002890
                                                                        00002900
       250-READ-SALESREP-RECORD.                                        00002910
           READ SALESMAS                                                00002920
               AT END                                                   00002930
                   SET SALESMAS-EOF TO TRUE                             00002940
                   MOVE HIGH-VALUE TO MASTER-KEY                        00002950
               NOT AT END                                               00002960
                   ADD 1 TO SALESREPS-READ-COUNT                        00002970
                   MOVE SM-SALESREP-NUMBER TO MASTER-KEY                00002980
           END-READ.                                                    00002990
                                                                        00003000
       260-READ-LEDGER-RECORD.                                          00003010
           READ COMMLDG                                                 00003020
               AT END                                                   00003030
                   SET COMMLDG-EOF TO TRUE                              00003040
                   MOVE HIGH-VALUE TO LEDGER-KEY                        00003050
               NOT AT END                                               00003060
                   ADD 1 TO LEDGERS-READ-COUNT                          00003070
                   MOVE CL-SALESREP-NUMBER TO LEDGER-KEY                00003080
           END-READ.                                                    00003090
                                                                        00003100
       300-PROCESS-ONE-SALESREP.                                        00003110
           EVALUATE TRUE                                                00003120
               WHEN MASTER-KEY < LEDGER-KEY                             00003130
                   MOVE "N" TO LEDGER-FOUND-SWITCH                      00003140
                   PERFORM 320-COMPUTE-COMMISSION-DUE                   00003150
                   PERFORM 250-READ-SALESREP-RECORD                     00003160
               WHEN MASTER-KEY = LEDGER-KEY                             00003170
                   SET LEDGER-FOUND TO TRUE                             00003180
                   PERFORM 320-COMPUTE-COMMISSION-DUE                   00003190
                   PERFORM 250-READ-SALESREP-RECORD                     00003200
                   PERFORM 260-READ-LEDGER-RECORD                       00003210
               WHEN OTHER                                               00003220
                   PERFORM 340-REPORT-ORPHAN-LEDGER                     00003230
                   PERFORM 260-READ-LEDGER-RECORD                       00003240
           END-EVALUATE.                                                00003250
                                                                        00003260
       320-COMPUTE-COMMISSION-DUE.                                      00003270
           COMPUTE REP-SUB = SM-SALESREP-NUMBER + 1.                    00003280
           MOVE "Y" TO RST-ON-SALESMAS (REP-SUB).                       00003290
           MOVE ZERO TO PRIOR-YEAR-TAIL.                                00003296
           IF LEDGER-FOUND AND CL-COMMISSION-YEAR = COMMISSION-YEAR     00003302
               MOVE CL-SALES-COMMISSIONED TO SALES-COMMISSIONED         00003310
               MOVE CL-COMMISSION-PAID    TO COMMISSION-PAID            00003320
               MOVE CL-LAST-RATE          TO PRIOR-RATE                 00003330
           ELSE                                                         00003340
               IF LEDGER-FOUND AND                                      00003341
                  CL-COMMISSION-YEAR = PRIOR-COMMISSION-YEAR            00003342
                   COMPUTE PRIOR-YEAR-TAIL =                            00003343
                       RST-SALES-LAST-YTD (REP-SUB)                     00003344
                           - CL-SALES-COMMISSIONED                      00003345
               END-IF                                                   00003346
               MOVE ZERO TO SALES-COMMISSIONED                          00003350
                            COMMISSION-PAID                             00003360
                            PRIOR-RATE                                  00003370
           END-IF.                                                      00003380
           COMPUTE SALES-THIS-PERIOD =                                  00003390
               RST-SALES-THIS-YTD (REP-SUB) - SALES-COMMISSIONED.       00003400
           COMPUTE COMMISSION-DUE ROUNDED =                             00003410
               SALES-THIS-PERIOD * SM-COMMISSION-RATE                   00003420
               ON SIZE ERROR                                            00003430
                   MOVE ZERO TO COMMISSION-DUE                          00003440
           END-COMPUTE.                                                 00003450
           COMPUTE COMMISSION-EARNED-YTD =                              00003460
               COMMISSION-PAID + COMMISSION-DUE.                        00003470
           ADD RST-SALES-THIS-YTD (REP-SUB) TO TOTAL-SALES-THIS-YTD.    00003480
           ADD SALES-THIS-PERIOD TO TOTAL-SALES-THIS-PERIOD.            00003490
           ADD COMMISSION-PAID   TO TOTAL-COMMISSION-PAID.              00003500
           ADD COMMISSION-DUE    TO TOTAL-COMMISSION-DUE.               00003510
           PERFORM 400-PRINT-COMMISSION-STATEMENT.                      00003520
           IF PRIOR-YEAR-TAIL NOT = ZERO                                00003521
               ADD PRIOR-YEAR-TAIL TO TOTAL-PRIOR-YEAR-TAIL             00003522
               MOVE SM-SALESREP-NUMBER TO EXL-SALESREP-NUMBER           00003523
               MOVE "PRIOR YEAR SALES NOT COMMISSIONED"                 00003524
                   TO EXL-MESSAGE                                       00003525
               MOVE PRIOR-YEAR-TAIL TO EXL-AMOUNT                       00003526
               PERFORM 460-PRINT-EXCEPTION-LINE                         00003527
           END-IF.                                                      00003528
           IF SALES-THIS-PERIOD NOT = ZERO OR                           00003530
              COMMISSION-DUE NOT = ZERO                                 00003540
               PERFORM 440-WRITE-PAYABLE-RECORD                         00003550
           END-IF.                                                      00003560
                                                                        00003570
       340-REPORT-ORPHAN-LEDGER.                                        00003580
           IF CL-COMMISSION-YEAR = COMMISSION-YEAR                      00003590
               MOVE CL-SALESREP-NUMBER TO EXL-SALESREP-NUMBER           00003600
               MOVE "LEDGER REP NOT ON SALESMAS - NOT PAID"             00003610
                   TO EXL-MESSAGE                                       00003620
               MOVE CL-COMMISSION-PAID TO EXL-AMOUNT                    00003630
               PERFORM 460-PRINT-EXCEPTION-LINE                         00003640
           END-IF.                                                      00003650
                                                                        00003660
       400-PRINT-COMMISSION-STATEMENT.                                  00003670
           PERFORM 410-PRINT-HEADING-LINES.                             00003680
           ADD 1 TO STATEMENT-COUNT.                                    00003690
           MOVE SM-SALESREP-NUMBER TO SHL-SALESREP-NUMBER.              00003700
           MOVE SM-SALESREP-NAME   TO SHL-SALESREP-NAME.                00003710
           MOVE STATEMENT-HEADING-LINE TO PRINT-AREA.                   00003720
           PERFORM 430-WRITE-REPORT-LINE.                               00003730
           MOVE SPACES TO PRINT-AREA.                                   00003740
           PERFORM 430-WRITE-REPORT-LINE.                               00003750
           MOVE "CUSTOMERS" TO TOL-TEXT.                                00003760
           MOVE RST-CUSTOMER-COUNT (REP-SUB) TO TOL-COUNT.              00003770
           MOVE TOTAL-LINE TO PRINT-AREA.                               00003780
           PERFORM 430-WRITE-REPORT-LINE.                               00003790
           MOVE "SALES THIS YTD" TO AML-TEXT.                           00003800
           MOVE RST-SALES-THIS-YTD (REP-SUB) TO AML-AMOUNT.             00003810
           PERFORM 420-PRINT-AMOUNT-LINE.                               00003820
           MOVE "SALES ALREADY COMMISSIONED" TO AML-TEXT.               00003830
           MOVE SALES-COMMISSIONED TO AML-AMOUNT.                       00003840
           PERFORM 420-PRINT-AMOUNT-LINE.                               00003850
           MOVE "SALES THIS PERIOD" TO AML-TEXT.                        00003860
           MOVE SALES-THIS-PERIOD TO AML-AMOUNT.                        00003870
           PERFORM 420-PRINT-AMOUNT-LINE.                               00003880
           MOVE "CURRENT COMMISSION RATE" TO RTL-TEXT.                  00003890
           MOVE SM-COMMISSION-RATE TO RTL-RATE.                         00003900
           MOVE RATE-LINE TO PRINT-AREA.                                00003910
           PERFORM 430-WRITE-REPORT-LINE.                               00003920
           IF PRIOR-RATE NOT = ZERO AND                                 00003930
              PRIOR-RATE NOT = SM-COMMISSION-RATE                       00003940
               MOVE "RATE AT LAST PAYMENT" TO RTL-TEXT                  00003950
               MOVE PRIOR-RATE TO RTL-RATE                              00003960
               MOVE RATE-LINE TO PRINT-AREA                             00003970
               PERFORM 430-WRITE-REPORT-LINE                            00003980
               MOVE "RATE CHANGED - PRIOR PAYMENTS NOT RECALCULATED"    00003990
                   TO MSL-TEXT                                          00004000
               MOVE MESSAGE-LINE TO PRINT-AREA                          00004010
               PERFORM 430-WRITE-REPORT-LINE                            00004020
           END-IF.                                                      00004030
           MOVE SPACES TO PRINT-AREA.                                   00004040
           PERFORM 430-WRITE-REPORT-LINE.                               00004050
           MOVE "COMMISSION PAID TO DATE" TO AML-TEXT.                  00004060
           MOVE COMMISSION-PAID TO AML-AMOUNT.                          00004070
           PERFORM 420-PRINT-AMOUNT-LINE.                               00004080
           MOVE "COMMISSION THIS PERIOD" TO AML-TEXT.                   00004090
           MOVE COMMISSION-DUE TO AML-AMOUNT.                           00004100
           PERFORM 420-PRINT-AMOUNT-LINE.                               00004110
           MOVE "COMMISSION EARNED YTD" TO AML-TEXT.                    00004120
           MOVE COMMISSION-EARNED-YTD TO AML-AMOUNT.                    00004130
           PERFORM 420-PRINT-AMOUNT-LINE.                               00004140
                                                                        00004150
       410-PRINT-HEADING-LINES.                                         00004160
           ADD 1 TO PAGE-COUNT.                                         00004170
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.                          00004180
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00004190
           PERFORM 415-WRITE-PAGE-TOP-LINE.                             00004200
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00004210
           PERFORM 430-WRITE-REPORT-LINE.                               00004220
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00004230
           PERFORM 430-WRITE-REPORT-LINE.                               00004240
           MOVE SPACES TO PRINT-AREA.                                   00004250
           PERFORM 430-WRITE-REPORT-LINE.                               00004260
                                                                        00004270
       415-WRITE-PAGE-TOP-LINE.                                         00004280
                                                                        00004290
           WRITE PRINT-AREA.                                            00004300
           MOVE 1 TO LINE-COUNT.                                        00004310
                                                                        00004320
       420-PRINT-AMOUNT-LINE.                                           00004330
           MOVE AMOUNT-LINE TO PRINT-AREA.                              00004340
           PERFORM 430-WRITE-REPORT-LINE.                               00004350
                                                                        00004360
       430-WRITE-REPORT-LINE.                                           00004370
                                                                        00004380
           WRITE PRINT-AREA.                                            00004390
           ADD 1 TO LINE-COUNT.                                         00004400
                                                                        00004410
       440-WRITE-PAYABLE-RECORD.                                        00004420
           MOVE SPACE TO COMMISSION-PAYABLE-RECORD.                     00004430
           SET CP-DETAIL-RECORD TO TRUE.                                00004440
           MOVE SM-SALESREP-NUMBER TO CP-SALESREP-NUMBER.               00004450
           MOVE SM-SALESREP-NAME   TO CP-SALESREP-NAME.                 00004460
           MOVE PAY-PERIOD         TO CP-PAY-PERIOD.                    00004470
           MOVE COMMISSION-YEAR    TO CP-COMMISSION-YEAR.               00004475
           MOVE COMMISSION-DUE     TO CP-COMMISSION-AMOUNT.             00004480
           MOVE SM-COMMISSION-RATE TO CP-COMMISSION-RATE.               00004490
           MOVE RST-SALES-THIS-YTD (REP-SUB) TO CP-SALES-BASE.          00004500
           MOVE COMMISSION-EARNED-YTD TO CP-COMMISSION-TO-DATE.         00004510
           WRITE COMMISSION-PAYABLE-RECORD.                             00004520
           ADD 1 TO PAYABLE-COUNT.                                      00004530
                                                                        00004540
       450-WRITE-PAYABLE-TRAILER.                                       00004550
           MOVE SPACE TO COMMISSION-PAYABLE-RECORD.                     00004560
           SET CP-TRAILER-RECORD TO TRUE.                               00004570
           MOVE PAY-PERIOD           TO CP-TRAILER-PERIOD.              00004580
           MOVE PAYABLE-COUNT        TO CP-TRAILER-COUNT.               00004590
           MOVE TOTAL-COMMISSION-DUE TO CP-TRAILER-AMOUNT.              00004600
           MOVE RUN-DATE-N           TO CP-TRAILER-RUN-DATE.            00004610
           WRITE COMMISSION-PAYABLE-RECORD.                             00004620
                                                                        00004630
       460-PRINT-EXCEPTION-LINE.                                        00004640
           IF LINE-COUNT > LINES-ON-PAGE                                00004650
               PERFORM 410-PRINT-HEADING-LINES.                         00004660
           ADD 1 TO EXCEPTION-COUNT.                                    00004670
           MOVE EXCEPTION-LINE TO PRINT-AREA.                           00004680
           PERFORM 430-WRITE-REPORT-LINE.                               00004690
                                                                        00004700
       500-PRINT-CONTROL-TOTALS.                                        00004710
           PERFORM 410-PRINT-HEADING-LINES.                             00004720
           PERFORM 510-CHECK-UNPAID-SALES                               00004730
               VARYING REP-SUB FROM 1 BY 1                              00004740
               UNTIL REP-SUB > 100.                                     00004750
           MOVE SPACES TO PRINT-AREA.                                   00004760
           PERFORM 430-WRITE-REPORT-LINE.                               00004770
           MOVE "CUSTOMER RECORDS READ" TO TOL-TEXT.                    00004780
           MOVE MASTERS-READ-COUNT TO TOL-COUNT.                        00004790
           PERFORM 520-PRINT-TOTAL-LINE.                                00004800
           MOVE "SALES REP RECORDS READ" TO TOL-TEXT.                   00004810
           MOVE SALESREPS-READ-COUNT TO TOL-COUNT.                      00004820
           PERFORM 520-PRINT-TOTAL-LINE.                                00004830
           MOVE "LEDGER RECORDS READ" TO TOL-TEXT.                      00004840
           MOVE LEDGERS-READ-COUNT TO TOL-COUNT.                        00004850
           PERFORM 520-PRINT-TOTAL-LINE.                                00004860
           MOVE "STATEMENTS PRINTED" TO TOL-TEXT.                       00004870
           MOVE STATEMENT-COUNT TO TOL-COUNT.                           00004880
           PERFORM 520-PRINT-TOTAL-LINE.                                00004890
           MOVE "PAYABLE RECORDS WRITTEN" TO TOL-TEXT.                  00004900
           MOVE PAYABLE-COUNT TO TOL-COUNT.                             00004910
           PERFORM 520-PRINT-TOTAL-LINE.                                00004920
           MOVE "EXCEPTIONS" TO TOL-TEXT.                               00004930
           MOVE EXCEPTION-COUNT TO TOL-COUNT.                           00004940
           PERFORM 520-PRINT-TOTAL-LINE.                                00004950
           MOVE "SPLIT CREDITS APPLIED" TO TOL-TEXT.                    00004952
           MOVE SPLITS-APPLIED-COUNT TO TOL-COUNT.                      00004954
           PERFORM 520-PRINT-TOTAL-LINE.                                00004956
           MOVE "CUSTMAST SALES THIS YTD" TO AML-TEXT.                  00004960
           MOVE INPUT-HASH-THIS-YTD TO AML-AMOUNT.                      00004970
           PERFORM 420-PRINT-AMOUNT-LINE.                               00004980
           MOVE "SALES REP SALES THIS YTD" TO AML-TEXT.                 00004990
           MOVE TOTAL-SALES-THIS-YTD TO AML-AMOUNT.                     00005000
           PERFORM 420-PRINT-AMOUNT-LINE.                               00005010
           MOVE "SALES WITH NO SALES REP" TO AML-TEXT.                  00005020
           MOVE UNPAID-SALES-AMOUNT TO AML-AMOUNT.                      00005030
           PERFORM 420-PRINT-AMOUNT-LINE.                               00005040
           MOVE "PRIOR YEAR SALES NOT PAID" TO AML-TEXT.                00005042
           MOVE TOTAL-PRIOR-YEAR-TAIL TO AML-AMOUNT.                    00005044
           PERFORM 420-PRINT-AMOUNT-LINE.                               00005046
           MOVE "SALES THIS PERIOD" TO AML-TEXT.                        00005050
           MOVE TOTAL-SALES-THIS-PERIOD TO AML-AMOUNT.                  00005060
           PERFORM 420-PRINT-AMOUNT-LINE.                               00005070
           MOVE "COMMISSION PAID TO DATE" TO AML-TEXT.                  00005080
           MOVE TOTAL-COMMISSION-PAID TO AML-AMOUNT.                    00005090
           PERFORM 420-PRINT-AMOUNT-LINE.                               00005100
           MOVE "COMMISSION PAYABLE" TO AML-TEXT.                       00005110
           MOVE TOTAL-COMMISSION-DUE TO AML-AMOUNT.                     00005120
           PERFORM 420-PRINT-AMOUNT-LINE.                               00005130
           MOVE "CUSTOMER MASTER IN BALANCE WITH TRAILER" TO MSL-TEXT.  00005140
           MOVE MESSAGE-LINE TO PRINT-AREA.                             00005150
           PERFORM 430-WRITE-REPORT-LINE.                               00005160
           MOVE "LEDGER NOT UPDATED UNTIL PAYABLE FILE IS ACCEPTED"     00005170
               TO MSL-TEXT.                                             00005180
           MOVE MESSAGE-LINE TO PRINT-AREA.                             00005190
           PERFORM 430-WRITE-REPORT-LINE.                               00005200
                                                                        00005210
       510-CHECK-UNPAID-SALES.                                          00005220
           IF RST-ON-SALESMAS (REP-SUB) = "N" AND                       00005230
              (RST-CUSTOMER-COUNT (REP-SUB) > ZERO OR                   00005236
               RST-SALES-THIS-YTD (REP-SUB) NOT = ZERO)                 00005242
               ADD RST-SALES-THIS-YTD (REP-SUB) TO UNPAID-SALES-AMOUNT  00005250
               COMPUTE EXL-SALESREP-NUMBER = REP-SUB - 1                00005260
               MOVE "CUSTOMER SALES WITH NO SALES REP MASTER"           00005270
                   TO EXL-MESSAGE                                       00005280
               MOVE RST-SALES-THIS-YTD (REP-SUB) TO EXL-AMOUNT          00005290
               PERFORM 460-PRINT-EXCEPTION-LINE                         00005300
           END-IF.                                                      00005310
                                                                        00005320
       520-PRINT-TOTAL-LINE.                                            00005330
           MOVE TOTAL-LINE TO PRINT-AREA.                               00005340
           PERFORM 430-WRITE-REPORT-LINE.                               00005350
