       IDENTIFICATION DIVISION.                                         00000010
                                                                        00000020
       PROGRAM-ID. AUDT1000.                                            00000030
                                                                        00000040
       ENVIRONMENT DIVISION.                                            00000050
                                                                        00000060
       INPUT-OUTPUT SECTION.                                            00000070
                                                                        00000080
       FILE-CONTROL.                                                    00000090
           SELECT SALESMAS ASSIGN TO SALESMAS.                          00000100
           SELECT OPTIONAL BRANCHMAS ASSIGN TO BRANCHMAS                00000110
               ORGANIZATION LINE SEQUENTIAL.                            00000120
           SELECT OPTIONAL QUOTAMAS ASSIGN TO QUOTAMAS.                 00000130
           SELECT CUSTMAST ASSIGN TO CUSTMAST                           00000140
               ORGANIZATION INDEXED                                     00000150
               ACCESS DYNAMIC                                           00000160
               RECORD KEY IS CM-CUSTOMER-KEY                            00000170
               ALTERNATE RECORD KEY IS CM-CUSTOMER-NAME                 00000180
                   WITH DUPLICATES.                                     00000190
           SELECT OPTIONAL SALESHST ASSIGN TO SALESHST.                 00000200
           SELECT OPTIONAL ARCHIVE  ASSIGN TO ARCHIVE.                  00000210
           SELECT OPTIONAL PENDCORR ASSIGN TO PENDCORR                  00000220
               ORGANIZATION LINE SEQUENTIAL.                            00000230
           SELECT AUDTRPT  ASSIGN TO AUDT1000.                          00000240
           SELECT SORTWORK ASSIGN TO SORTWORK.                          00000250
                                                                        00000260
       DATA DIVISION.                                                   00000270
                                                                        00000280
       FILE SECTION.                                                    00000290
                                                                        00000300
       FD  SALESMAS                                                     00000310
           RECORDING MODE IS F                                          00000320
           LABEL RECORDS ARE STANDARD                                   00000330
           RECORD CONTAINS 130 CHARACTERS                               00000340
           BLOCK CONTAINS 130 CHARACTERS.                               00000350
       COPY SALESMAS.                                                   00000360
                                                                        00000370
       FD  BRANCHMAS                                                    00000380
           RECORD CONTAINS 80 CHARACTERS.                               00000390
       COPY BRCHMAS.                                                    00000400
                                                                        00000410
       FD  QUOTAMAS                                                     00000420
           RECORDING MODE IS F                                          00000430
           LABEL RECORDS ARE STANDARD                                   00000440
           RECORD CONTAINS 130 CHARACTERS                               00000450
           BLOCK CONTAINS 130 CHARACTERS.                               00000460
       COPY QUOTAMAS.                                                   00000470
                                                                        00000480
       FD  CUSTMAST                                                     00000490
           RECORD CONTAINS 130 CHARACTERS.                              00000500
       COPY CUSTMAST.                                                   00000510
       COPY CUSTTRLR.                                                   00000520
                                                                        00000530
       FD  SALESHST                                                     00000540
           RECORDING MODE IS F                                          00000550
           LABEL RECORDS ARE STANDARD                                   00000560
           RECORD CONTAINS 190 CHARACTERS                               00000570
           BLOCK CONTAINS 190 CHARACTERS.                               00000580
       COPY SALESHST.                                                   00000590
                                                                        00000600
       FD  ARCHIVE                                                      00000610
           RECORDING MODE IS F                                          00000620
           LABEL RECORDS ARE STANDARD                                   00000630
           RECORD CONTAINS 130 CHARACTERS                               00000640
           BLOCK CONTAINS 130 CHARACTERS.                               00000650
       COPY ARCHMAS.                                                    00000660
                                                                        00000670
       FD  PENDCORR                                                     00000680
           RECORD CONTAINS 180 CHARACTERS.                              00000690
       COPY PENDCORR.                                                   00000700
                                                                        00000710
       FD  AUDTRPT                                                      00000720
           RECORDING MODE IS F                                          00000730
           LABEL RECORDS ARE STANDARD                                   00000740
           RECORD CONTAINS 130 CHARACTERS                               00000750
           BLOCK CONTAINS 130 CHARACTERS.                               00000760
       01  PRINT-AREA          PIC X(130).                              00000770
                                                                        00000780
       SD  SORTWORK                                                     00000790
           RECORD CONTAINS 90 CHARACTERS.                               00000800
       01  SORT-RECORD.                                                 00000810
           05  SR-PROBLEM-CODE         PIC 9(2).                        00000820
           05  SR-SOURCE-FILE          PIC X(9).                        00000830
           05  SR-RECORD-KEY           PIC X(12).                       00000840
           05  SR-RECORD-NAME          PIC X(20).                       00000850
           05  SR-PROBLEM-NOTE         PIC X(40).                       00000860
           05  FILLER                  PIC X(7).                        00000870
                                                                        00000880
       WORKING-STORAGE SECTION.                                         00000890
                                                                        00000900
       01  PROBLEM-KIND-VALUES.                                         00000910
           05  FILLER          PIC X(41)   VALUE                        00000920
               "EDUPLICATE SALESREP ON SALESMAS".                       00000930
           05  FILLER          PIC X(41)   VALUE                        00000940
               "EDUPLICATE BRANCH ON BRANCHMAS".                        00000950
           05  FILLER          PIC X(41)   VALUE                        00000960
               "EMASTER RECORD WITH INVALID TYPE OR KEY".               00000970
           05  FILLER          PIC X(41)   VALUE                        00000980
               "EREP QUOTA FOR SALESREP NOT ON SALESMAS".               00000990
           05  FILLER          PIC X(41)   VALUE                        00001000
               "EBRANCH QUOTA FOR BRANCH NOT ON BRANCHMAS".             00001010
           05  FILLER          PIC X(41)   VALUE                        00001020
               "EDUPLICATE QUOTA RECORD ON QUOTAMAS".                   00001030
           05  FILLER          PIC X(41)   VALUE                        00001040
               "ECUSTOMER BRANCH NOT ON BRANCHMAS".                     00001050
           05  FILLER          PIC X(41)   VALUE                        00001060
               "ECUSTOMER SALESREP NOT ON SALESMAS".                    00001070
           05  FILLER          PIC X(41)   VALUE                        00001080
               "ESALES HISTORY WITH NO CUSTOMER".                       00001090
           05  FILLER          PIC X(41)   VALUE                        00001100
               "EARCHIVED CUSTOMER KEY REUSED ON CUSTMAST".             00001110
           05  FILLER          PIC X(41)   VALUE                        00001120
               "WCUSTOMER WITH NO SALES HISTORY".                       00001130
           05  FILLER          PIC X(41)   VALUE                        00001140
               "WOPEN CORRECTION BRANCH NOT ON BRANCHMAS".              00001150
           05  FILLER          PIC X(41)   VALUE                        00001160
               "WOPEN CORRECTION SALESREP NOT ON SALESMAS".             00001170
           05  FILLER          PIC X(41)   VALUE                        00001180
               "WOPEN CORRECTION ADD ALREADY ON CUSTMAST".              00001190
           05  FILLER          PIC X(41)   VALUE                        00001200
               "WOPEN CORRECTION KEY NOT ON CUSTMAST".                  00001210
                                                                        00001220
       01  PROBLEM-KIND-TABLE REDEFINES PROBLEM-KIND-VALUES.            00001230
           05  PROBLEM-KIND-ENTRY OCCURS 15 TIMES.                      00001240
               10  PKT-SEVERITY        PIC X.                           00001250
                   88  PKT-ERROR                 VALUE "E".             00001260
               10  PKT-DESCRIPTION     PIC X(40).                       00001270
                                                                        00001280
       01  SALESREP-TABLE.                                              00001290
           05  SALESREP-ENTRY OCCURS 100 TIMES.                         00001300
               10  ST-ON-SALESMAS      PIC X         VALUE "N".         00001310
               10  ST-QUOTA-FOUND      PIC X         VALUE "N".         00001320
                                                                        00001330
       01  BRANCH-TABLE.                                                00001340
           05  BRANCH-ENTRY OCCURS 100 TIMES.                           00001350
               10  BT-ON-BRANCHMAS     PIC X         VALUE "N".         00001360
               10  BT-QUOTA-FOUND      PIC X         VALUE "N".         00001370
                                                                        00001380
       01  TABLE-FIELDS               PACKED-DECIMAL.                   00001390
           05  TABLE-SUB               PIC S9(3)     VALUE ZERO.        00001400
                                                                        00001410
       01  SWITCHES.                                                    00001420
           05  SALESMAS-EOF-SWITCH     PIC X     VALUE "N".             00001430
               88  SALESMAS-EOF                  VALUE "Y".             00001440
           05  BRANCHMAS-EOF-SWITCH    PIC X     VALUE "N".             00001450
               88  BRANCHMAS-EOF                 VALUE "Y".             00001460
           05  QUOTAMAS-EOF-SWITCH     PIC X     VALUE "N".             00001470
               88  QUOTAMAS-EOF                  VALUE "Y".             00001480
           05  CUSTMAST-EOF-SWITCH     PIC X     VALUE "N".             00001490
               88  CUSTMAST-EOF                  VALUE "Y".             00001500
           05  SALESHST-EOF-SWITCH     PIC X     VALUE "N".             00001510
               88  SALESHST-EOF                  VALUE "Y".             00001520
           05  ARCHIVE-EOF-SWITCH      PIC X     VALUE "N".             00001530
               88  ARCHIVE-EOF                   VALUE "Y".             00001540
           05  PENDCORR-EOF-SWITCH     PIC X     VALUE "N".             00001550
               88  PENDCORR-EOF                  VALUE "Y".             00001560
           05  SORT-EOF-SWITCH         PIC X     VALUE "N".             00001570
               88  SORT-EOF                      VALUE "Y".             00001580
           05  FIRST-RECORD-SWITCH     PIC X     VALUE "Y".             00001590
               88  FIRST-RECORD                  VALUE "Y".             00001600
           05  BRANCHMAS-LOADED-SWITCH PIC X     VALUE "N".             00001610
               88  BRANCHMAS-LOADED              VALUE "Y".             00001620
           05  RECORD-FOUND-SWITCH     PIC X     VALUE "N".             00001630
               88  RECORD-FOUND                  VALUE "Y".             00001640
           05  PENDING-ADD-SWITCH      PIC X     VALUE "N".             00001650
               88  PENDING-ADD                   VALUE "Y".             00001660
                                                                        00001670
       01  COMPARE-KEYS.                                                00001680
           05  MASTER-KEY.                                              00001690
               10  MK-BRANCH-NUMBER    PIC 9(2).                        00001700
               10  MK-SALESREP-NUMBER  PIC 9(2).                        00001710
               10  MK-CUSTOMER-NUMBER  PIC 9(5).                        00001720
           05  HISTORY-KEY.                                             00001730
               10  HK-BRANCH-NUMBER    PIC 9(2).                        00001740
               10  HK-SALESREP-NUMBER  PIC 9(2).                        00001750
               10  HK-CUSTOMER-NUMBER  PIC 9(5).                        00001760
           05  PENDING-KEY.                                             00001770
               10  PK-BRANCH-NUMBER    PIC 9(2).                        00001780
               10  PK-SALESREP-NUMBER  PIC 9(2).                        00001790
               10  PK-CUSTOMER-NUMBER  PIC 9(5).                        00001800
           05  PENDING-KEY-X REDEFINES PENDING-KEY                      00001810
                                       PIC X(9).                        00001820
                                                                        00001830
       01  CONTROL-FIELDS.                                              00001840
           05  OLD-PROBLEM-CODE        PIC 9(2)  VALUE ZERO.            00001850
                                                                        00001860
       01  KEY-EDIT-FIELDS.                                             00001870
           05  CUSTOMER-KEY-EDIT.                                       00001880
               10  CKE-BRANCH-NUMBER   PIC X(2).                        00001890
               10  FILLER              PIC X     VALUE "-".             00001900
               10  CKE-SALESREP-NUMBER PIC X(2).                        00001910
               10  FILLER              PIC X     VALUE "-".             00001920
               10  CKE-CUSTOMER-NUMBER PIC X(5).                        00001930
               10  FILLER              PIC X     VALUE SPACE.           00001940
           05  QUOTA-KEY-EDIT.                                          00001950
               10  QKE-RECORD-TYPE     PIC X.                           00001960
               10  FILLER              PIC X     VALUE "-".             00001970
               10  QKE-KEY-NUMBER      PIC X(2).                        00001980
               10  FILLER              PIC X(8)  VALUE SPACE.           00001990
                                                                        00002000
       01  COUNT-FIELDS               PACKED-DECIMAL.                   00002010
           05  SALESREPS-READ-COUNT    PIC 9(6)  VALUE ZERO.            00002020
           05  BRANCHES-READ-COUNT     PIC 9(6)  VALUE ZERO.            00002030
           05  QUOTAS-READ-COUNT       PIC 9(6)  VALUE ZERO.            00002040
           05  MASTERS-READ-COUNT      PIC 9(6)  VALUE ZERO.            00002050
           05  HISTORIES-READ-COUNT    PIC 9(6)  VALUE ZERO.            00002060
           05  ARCHIVES-READ-COUNT     PIC 9(6)  VALUE ZERO.            00002070
           05  PENDINGS-OPEN-COUNT     PIC 9(6)  VALUE ZERO.            00002080
           05  PENDINGS-UNKEYED-COUNT  PIC 9(6)  VALUE ZERO.            00002090
           05  ERROR-COUNT             PIC 9(6)  VALUE ZERO.            00002100
           05  WARNING-COUNT           PIC 9(6)  VALUE ZERO.            00002110
           05  KIND-PROBLEM-COUNT      PIC 9(6)  VALUE ZERO.            00002120
                                                                        00002130
       01  PRINT-FIELDS        PACKED-DECIMAL.                          00002140
           05  PAGE-COUNT      PIC S9(3)   VALUE ZERO.                  00002150
           05  LINES-ON-PAGE   PIC S9(3)   VALUE +55.                   00002160
           05  LINE-COUNT      PIC S9(3)   VALUE +99.                   00002170
                                                                        00002180
       01  CURRENT-DATE-AND-TIME.                                       00002190
           05  CD-YEAR         PIC 9999.                                00002200
           05  CD-MONTH        PIC 99.                                  00002210
           05  CD-DAY          PIC 99.                                  00002220
           05  CD-HOURS        PIC 99.                                  00002230
           05  CD-MINUTES      PIC 99.                                  00002240
           05  FILLER          PIC X(9).                                00002250
                                                                        00002260
       01  HEADING-LINE-1.                                              00002270
           05  FILLER          PIC X(7)    VALUE "DATE:  ".             00002280
           05  HL1-MONTH       PIC 9(2).                                00002290
           05  FILLER          PIC X(1)    VALUE "/".                   00002300
           05  HL1-DAY         PIC 9(2).                                00002310
           05  FILLER          PIC X(1)    VALUE "/".                   00002320
           05  HL1-YEAR        PIC 9(4).                                00002330
           05  FILLER          PIC X(24)   VALUE SPACE.                 00002340
           05  FILLER          PIC X(30)   VALUE                        00002350
               "REFERENTIAL INTEGRITY AUDIT   ".                        00002360
           05  FILLER          PIC X(25)   VALUE SPACE.                 00002370
           05  FILLER          PIC X(18)   VALUE SPACE.                 00002380
           05  FILLER          PIC X(6)    VALUE "PAGE: ".              00002390
           05  HL1-PAGE-NUMBER PIC ZZZ9.                                00002400
           05  FILLER          PIC X(26)   VALUE SPACE.                 00002410
                                                                        00002420
       01  HEADING-LINE-2.                                              00002430
           05  FILLER          PIC X(7)    VALUE "TIME:  ".             00002440
           05  HL2-HOURS       PIC 9(2).                                00002450
           05  FILLER          PIC X(1)    VALUE ":".                   00002460
           05  HL2-MINUTES     PIC 9(2).                                00002470
           05  FILLER          PIC X(82)   VALUE SPACE.                 00002480
           05  FILLER          PIC X(8)    VALUE "AUDT1000".            00002490
           05  FILLER          PIC X(28)   VALUE SPACE.                 00002500
                                                                        00002510
       01  HEADING-LINE-3.                                              00002520
           05  FILLER          PIC X(2)    VALUE SPACE.                 00002530
           05  FILLER          PIC X(11)   VALUE "FILE".                00002540
           05  FILLER          PIC X(14)   VALUE "KEY".                 00002550
           05  FILLER          PIC X(22)   VALUE "NAME".                00002560
           05  FILLER          PIC X(81)   VALUE "NOTE".                00002570
                                                                        00002580
       01  HEADING-LINE-4.                                              00002590
           05  FILLER          PIC X(2)    VALUE SPACE.                 00002600
           05  FILLER          PIC X(11)   VALUE "---------".           00002610
           05  FILLER          PIC X(14)   VALUE "------------".        00002620
           05  FILLER          PIC X(22)   VALUE ALL '-'.               00002630
           05  FILLER          PIC X(40)   VALUE ALL '-'.               00002640
           05  FILLER          PIC X(41)   VALUE SPACE.                 00002650
                                                                        00002660
       01  KIND-HEADING-LINE.                                           00002670
           05  KHL-SEVERITY        PIC X(9).                            00002680
           05  KHL-DESCRIPTION     PIC X(40).                           00002690
           05  FILLER              PIC X(81)    VALUE SPACE.            00002700
                                                                        00002710
       01  PROBLEM-LINE.                                                00002720
           05  FILLER              PIC X(2)     VALUE SPACE.            00002730
           05  PRL-SOURCE-FILE     PIC X(9).                            00002740
           05  FILLER              PIC X(2)     VALUE SPACE.            00002750
           05  PRL-RECORD-KEY      PIC X(12).                           00002760
           05  FILLER              PIC X(2)     VALUE SPACE.            00002770
           05  PRL-RECORD-NAME     PIC X(20).                           00002780
           05  FILLER              PIC X(2)     VALUE SPACE.            00002790
           05  PRL-PROBLEM-NOTE    PIC X(40).                           00002800
           05  FILLER              PIC X(41)    VALUE SPACE.            00002810
                                                                        00002820
       01  TOTAL-LINE.                                                  00002830
           05  TOL-TEXT            PIC X(30).                           00002840
           05  TOL-COUNT           PIC ZZZ,ZZ9.                         00002850
           05  FILLER              PIC X(93)    VALUE SPACE.            00002860
                                                                        00002870
       01  MESSAGE-LINE.                                                00002880
           05  MSL-TEXT            PIC X(130).                          00002890
                                                                        00002900
       PROCEDURE DIVISION.                                              00002910
                                                                        00002920
       000-AUDIT-FILE-REFERENCES.                                       00002930
                                                                        00002940
           OPEN INPUT  SALESMAS                                         00002950
                INPUT  BRANCHMAS                                        00002960
                INPUT  QUOTAMAS                                         00002970
                INPUT  CUSTMAST                                         00002980
                INPUT  SALESHST                                         00002990
                INPUT  ARCHIVE                                          00003000
                INPUT  PENDCORR                                         00003010
                OUTPUT AUDTRPT.                                         00003020
           PERFORM 100-FORMAT-REPORT-HEADING.                           00003030
           SORT SORTWORK                                                00003040
               ON ASCENDING KEY SR-PROBLEM-CODE                         00003050
                                SR-RECORD-KEY                           00003060
               INPUT PROCEDURE 200-CHECK-FILE-REFERENCES                00003070
               OUTPUT PROCEDURE 300-PRINT-PROBLEMS.                     00003080
           PERFORM 500-PRINT-AUDIT-TOTALS.                              00003090
           CLOSE SALESMAS                                               00003100
                 BRANCHMAS                                              00003110
                 QUOTAMAS                                               00003120
                 CUSTMAST                                               00003130
                 SALESHST                                               00003140
                 ARCHIVE                                                00003150
                 PENDCORR                                               00003160
                 AUDTRPT.                                               00003170
           IF ERROR-COUNT > ZERO                                        00003180
               MOVE 16 TO RETURN-CODE                                   00003190
           END-IF.                                                      00003200
           STOP RUN.                                                    00003210
                                                                        00003220
       100-FORMAT-REPORT-HEADING.                                       00003230
                                                                        00003240
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00003250
           MOVE CD-MONTH   TO HL1-MONTH.                                00003260
           MOVE CD-DAY     TO HL1-DAY.                                  00003270
           MOVE CD-YEAR    TO HL1-YEAR.                                 00003280
           MOVE CD-HOURS   TO HL2-HOURS.                                00003290
           MOVE CD-MINUTES TO HL2-MINUTES.                              00003300
                                                                        00003310
       200-CHECK-FILE-REFERENCES.                                       00003320
           PERFORM 210-LOAD-SALESREP-TABLE.                             00003330
           PERFORM 215-LOAD-BRANCH-TABLE.                               00003340
           PERFORM 220-CHECK-QUOTA-RECORDS.                             00003350
           PERFORM 230-CHECK-CUSTOMERS.                                 00003360
           PERFORM 250-CHECK-ARCHIVE-RECORDS.                           00003370
           PERFORM 260-CHECK-PENDING-CORRECTIONS.                       00003380
                                                                        00003390
       210-LOAD-SALESREP-TABLE.                                         00003400
           PERFORM 211-READ-SALESREP-RECORD                             00003410
               WITH TEST BEFORE                                         00003420
               UNTIL SALESMAS-EOF.                                      00003430
                                                                        00003440
       211-READ-SALESREP-RECORD.                                        00003450
           READ SALESMAS                                                00003460
               AT END                                                   00003470
                   SET SALESMAS-EOF TO TRUE                             00003480
               NOT AT END                                               00003490
                   ADD 1 TO SALESREPS-READ-COUNT                        00003500
                   PERFORM 212-LOAD-SALESREP-ENTRY                      00003510
           END-READ.                                                    00003520
                                                                        00003530
       212-LOAD-SALESREP-ENTRY.                                         00003540
           MOVE SPACE TO SORT-RECORD.                                   00003550
           MOVE "SALESMAS"         TO SR-SOURCE-FILE.                   00003560
           MOVE SM-SALESREP-NUMBER TO SR-RECORD-KEY.                    00003570
           MOVE SM-SALESREP-NAME   TO SR-RECORD-NAME.                   00003580
           IF SM-SALESREP-NUMBER NOT NUMERIC                            00003590
               MOVE 3 TO SR-PROBLEM-CODE                                00003600
               MOVE "SALESREP NUMBER NOT NUMERIC" TO SR-PROBLEM-NOTE    00003610
               PERFORM 290-RELEASE-PROBLEM                              00003620
           ELSE                                                         00003630
               COMPUTE TABLE-SUB = SM-SALESREP-NUMBER + 1               00003640
               IF ST-ON-SALESMAS (TABLE-SUB) = "Y"                      00003650
                   MOVE 1 TO SR-PROBLEM-CODE                            00003660
                   MOVE "SALESREP NUMBER ALREADY ON FILE"               00003670
                       TO SR-PROBLEM-NOTE                               00003680
                   PERFORM 290-RELEASE-PROBLEM                          00003690
               ELSE                                                     00003700
                   MOVE "Y" TO ST-ON-SALESMAS (TABLE-SUB)               00003710
               END-IF                                                   00003720
           END-IF.                                                      00003730
                                                                        00003740
       215-LOAD-BRANCH-TABLE.                                           00003750
           PERFORM 216-READ-BRANCH-RECORD                               00003760
               WITH TEST BEFORE                                         00003770
               UNTIL BRANCHMAS-EOF.                                     00003780
                                                                        00003790
       216-READ-BRANCH-RECORD.                                          00003800
           READ BRANCHMAS                                               00003810
               AT END                                                   00003820
                   SET BRANCHMAS-EOF TO TRUE                            00003830
               NOT AT END                                               00003840
                   ADD 1 TO BRANCHES-READ-COUNT                         00003850
                   PERFORM 217-LOAD-BRANCH-ENTRY                        00003860
           END-READ.                                                    00003870
                                                                        00003880
       217-LOAD-BRANCH-ENTRY.                                           00003890
           MOVE SPACE TO SORT-RECORD.                                   00003900
           MOVE "BRANCHMAS"        TO SR-SOURCE-FILE.                   00003910
           MOVE BM-BRANCH-NUMBER   TO SR-RECORD-KEY.                    00003920
           MOVE BM-BRANCH-NAME     TO SR-RECORD-NAME.                   00003930
           IF BM-BRANCH-NUMBER NOT NUMERIC                              00003940
               MOVE 3 TO SR-PROBLEM-CODE                                00003950
               MOVE "BRANCH NUMBER NOT NUMERIC" TO SR-PROBLEM-NOTE      00003960
               PERFORM 290-RELEASE-PROBLEM                              00003970
           ELSE                                                         00003980
               SET BRANCHMAS-LOADED TO TRUE                             00003990
               COMPUTE TABLE-SUB = BM-BRANCH-NUMBER + 1                 00004000
               IF BT-ON-BRANCHMAS (TABLE-SUB) = "Y"                     00004010
                   MOVE 2 TO SR-PROBLEM-CODE                            00004020
                   MOVE "BRANCH NUMBER ALREADY ON FILE"                 00004030
                       TO SR-PROBLEM-NOTE                               00004040
                   PERFORM 290-RELEASE-PROBLEM                          00004050
               ELSE                                                     00004060
                   MOVE "Y" TO BT-ON-BRANCHMAS (TABLE-SUB)              00004070
               END-IF                                                   00004080
           END-IF.                                                      00004090
                                                                        00004100
       220-CHECK-QUOTA-RECORDS.                                         00004110
           PERFORM 221-READ-QUOTA-RECORD                                00004120
               WITH TEST BEFORE                                         00004130
               UNTIL QUOTAMAS-EOF.                                      00004140
                                                                        00004150
       221-READ-QUOTA-RECORD.                                           00004160
           READ QUOTAMAS                                                00004170
               AT END                                                   00004180
                   SET QUOTAMAS-EOF TO TRUE                             00004190
               NOT AT END                                               00004200
                   ADD 1 TO QUOTAS-READ-COUNT                           00004210
                   PERFORM 222-CHECK-QUOTA-RECORD                       00004220
           END-READ.                                                    00004230
                                                                        00004240
       222-CHECK-QUOTA-RECORD.                                          00004250
           MOVE SPACE TO SORT-RECORD.                                   00004260
           MOVE "QUOTAMAS"         TO SR-SOURCE-FILE.                   00004270
           MOVE QM-RECORD-TYPE     TO QKE-RECORD-TYPE.                  00004280
           MOVE QM-KEY-NUMBER-X    TO QKE-KEY-NUMBER.                   00004290
           MOVE QUOTA-KEY-EDIT     TO SR-RECORD-KEY.                    00004300
           EVALUATE TRUE                                                00004310
               WHEN QM-RECORD-TYPE NOT = "R" AND                        00004320
                    QM-RECORD-TYPE NOT = "B"                            00004330
                   MOVE 3 TO SR-PROBLEM-CODE                            00004340
                   MOVE "RECORD TYPE NOT R OR B" TO SR-PROBLEM-NOTE     00004350
                   PERFORM 290-RELEASE-PROBLEM                          00004360
               WHEN QM-KEY-NUMBER-X NOT NUMERIC                         00004370
                   MOVE 3 TO SR-PROBLEM-CODE                            00004380
                   MOVE "KEY NUMBER NOT NUMERIC" TO SR-PROBLEM-NOTE     00004390
                   PERFORM 290-RELEASE-PROBLEM                          00004400
               WHEN QM-RECORD-TYPE = "R"                                00004410
                   PERFORM 223-CHECK-REP-QUOTA                          00004420
               WHEN OTHER                                               00004430
                   PERFORM 224-CHECK-BRANCH-QUOTA                       00004440
           END-EVALUATE.                                                00004450
                                                                        00004460
       223-CHECK-REP-QUOTA.                                             00004470
           COMPUTE TABLE-SUB = QM-KEY-NUMBER + 1.                       00004480
           IF ST-QUOTA-FOUND (TABLE-SUB) = "Y"                          00004490
               MOVE 6 TO SR-PROBLEM-CODE                                00004500
               MOVE "QUOTA KEY ALREADY ON FILE" TO SR-PROBLEM-NOTE      00004510
               PERFORM 290-RELEASE-PROBLEM                              00004520
           ELSE                                                         00004530
               MOVE "Y" TO ST-QUOTA-FOUND (TABLE-SUB)                   00004540
           END-IF.                                                      00004550
           IF ST-ON-SALESMAS (TABLE-SUB) = "N"                          00004560
               MOVE 4 TO SR-PROBLEM-CODE                                00004570
               MOVE "NO SALESMAS RECORD FOR REP" TO SR-PROBLEM-NOTE     00004580
               PERFORM 290-RELEASE-PROBLEM                              00004590
           END-IF.                                                      00004600
                                                                        00004610
       224-CHECK-BRANCH-QUOTA.                                          00004620
           COMPUTE TABLE-SUB = QM-KEY-NUMBER + 1.                       00004630
           IF BT-QUOTA-FOUND (TABLE-SUB) = "Y"                          00004640
               MOVE 6 TO SR-PROBLEM-CODE                                00004650
               MOVE "QUOTA KEY ALREADY ON FILE" TO SR-PROBLEM-NOTE      00004660
               PERFORM 290-RELEASE-PROBLEM                              00004670
           ELSE                                                         00004680
               MOVE "Y" TO BT-QUOTA-FOUND (TABLE-SUB)                   00004690
           END-IF.                                                      00004700
           IF BRANCHMAS-LOADED AND                                      00004710
              BT-ON-BRANCHMAS (TABLE-SUB) = "N"                         00004720
               MOVE 5 TO SR-PROBLEM-CODE                                00004730
               MOVE "NO BRANCHMAS RECORD FOR BRANCH" TO SR-PROBLEM-NOTE 00004740
               PERFORM 290-RELEASE-PROBLEM                              00004750
           END-IF.                                                      00004760
                                                                        00004770
       230-CHECK-CUSTOMERS.                                             00004780
           PERFORM 240-READ-CUSTOMER-RECORD.                            00004790
           PERFORM 245-READ-HISTORY-RECORD.                             00004800
           PERFORM 231-MATCH-CUSTOMER-HISTORY                           00004810
               WITH TEST BEFORE                                         00004820
               UNTIL CUSTMAST-EOF AND SALESHST-EOF.                     00004830
                                                                        00004840
       231-MATCH-CUSTOMER-HISTORY.                                      00004850
           EVALUATE TRUE                                                00004860
               WHEN MASTER-KEY < HISTORY-KEY                            00004870
                   PERFORM 232-CHECK-CUSTOMER-REFERENCES                00004880
                   PERFORM 234-REPORT-MISSING-HISTORY                   00004890
                   PERFORM 240-READ-CUSTOMER-RECORD                     00004900
               WHEN MASTER-KEY = HISTORY-KEY                            00004910
                   PERFORM 232-CHECK-CUSTOMER-REFERENCES                00004920
                   PERFORM 240-READ-CUSTOMER-RECORD                     00004930
                   PERFORM 245-READ-HISTORY-RECORD                      00004940
               WHEN OTHER                                               00004950
                   PERFORM 235-REPORT-MISSING-CUSTOMER                  00004960
                   PERFORM 245-READ-HISTORY-RECORD                      00004970
           END-EVALUATE.                                                00004980
                                                                        00004990
       232-CHECK-CUSTOMER-REFERENCES.                                   00005000
           IF BRANCHMAS-LOADED                                          00005010
               COMPUTE TABLE-SUB = CM-BRANCH-NUMBER + 1                 00005020
               IF BT-ON-BRANCHMAS (TABLE-SUB) = "N"                     00005030
                   PERFORM 233-FORMAT-CUSTOMER-PROBLEM                  00005040
                   MOVE 7 TO SR-PROBLEM-CODE                            00005050
                   MOVE "NO BRANCHMAS RECORD FOR BRANCH"                00005060
                       TO SR-PROBLEM-NOTE                               00005070
                   PERFORM 290-RELEASE-PROBLEM                          00005080
               END-IF                                                   00005090
           END-IF.                                                      00005100
           COMPUTE TABLE-SUB = CM-SALESREP-NUMBER + 1.                  00005110
           IF ST-ON-SALESMAS (TABLE-SUB) = "N"                          00005120
               PERFORM 233-FORMAT-CUSTOMER-PROBLEM                      00005130
               MOVE 8 TO SR-PROBLEM-CODE                                00005140
               MOVE "NO SALESMAS RECORD FOR REP" TO SR-PROBLEM-NOTE     00005150
               PERFORM 290-RELEASE-PROBLEM                              00005160
           END-IF.                                                      00005170
                                                                        00005180
       233-FORMAT-CUSTOMER-PROBLEM.                                     00005190
           MOVE SPACE TO SORT-RECORD.                                   00005200
           MOVE "CUSTMAST"         TO SR-SOURCE-FILE.                   00005210
           MOVE CM-BRANCH-NUMBER   TO CKE-BRANCH-NUMBER.                00005220
           MOVE CM-SALESREP-NUMBER TO CKE-SALESREP-NUMBER.              00005230
           MOVE CM-CUSTOMER-NUMBER TO CKE-CUSTOMER-NUMBER.              00005240
           MOVE CUSTOMER-KEY-EDIT  TO SR-RECORD-KEY.                    00005250
           MOVE CM-CUSTOMER-NAME   TO SR-RECORD-NAME.                   00005260
                                                                        00005270
       234-REPORT-MISSING-HISTORY.                                      00005280
           IF HISTORIES-READ-COUNT > ZERO                               00005290
               PERFORM 233-FORMAT-CUSTOMER-PROBLEM                      00005300
               MOVE 11 TO SR-PROBLEM-CODE                               00005310
               MOVE "NO SALESHST RECORD FOR CUSTOMER"                   00005320
                   TO SR-PROBLEM-NOTE                                   00005330
               PERFORM 290-RELEASE-PROBLEM                              00005340
           END-IF.                                                      00005350
                                                                        00005360
       235-REPORT-MISSING-CUSTOMER.                                     00005370
           MOVE SPACE TO SORT-RECORD.                                   00005380
           MOVE "SALESHST"         TO SR-SOURCE-FILE.                   00005390
           MOVE SH-BRANCH-NUMBER   TO CKE-BRANCH-NUMBER.                00005400
           MOVE SH-SALESREP-NUMBER TO CKE-SALESREP-NUMBER.              00005410
           MOVE SH-CUSTOMER-NUMBER TO CKE-CUSTOMER-NUMBER.              00005420
           MOVE CUSTOMER-KEY-EDIT  TO SR-RECORD-KEY.                    00005430
           MOVE SH-CUSTOMER-NAME   TO SR-RECORD-NAME.                   00005440
           MOVE 9 TO SR-PROBLEM-CODE.                                   00005450
           MOVE "NO CUSTMAST RECORD FOR HISTORY" TO SR-PROBLEM-NOTE.    00005460
           PERFORM 290-RELEASE-PROBLEM.                                 00005470
                                                                        00005480
       240-READ-CUSTOMER-RECORD.                                        00005490
           READ CUSTMAST NEXT RECORD                                    00005500
               AT END                                                   00005510
                   SET CUSTMAST-EOF TO TRUE                             00005520
                   MOVE HIGH-VALUE TO MASTER-KEY                        00005530
               NOT AT END                                               00005540
                   IF CT-TRAILER-KEY-VALID                              00005550
                       SET CUSTMAST-EOF TO TRUE                         00005560
                       MOVE HIGH-VALUE TO MASTER-KEY                    00005570
                   ELSE                                                 00005580
                       ADD 1 TO MASTERS-READ-COUNT                      00005590
                       MOVE CM-BRANCH-NUMBER   TO MK-BRANCH-NUMBER      00005600
                       MOVE CM-SALESREP-NUMBER TO MK-SALESREP-NUMBER    00005610
                       MOVE CM-CUSTOMER-NUMBER TO MK-CUSTOMER-NUMBER    00005620
                   END-IF                                               00005630
           END-READ.                                                    00005640
                                                                        00005650
       245-READ-HISTORY-RECORD.                                         00005660
           READ SALESHST                                                00005670
               AT END                                                   00005680
                   SET SALESHST-EOF TO TRUE                             00005690
                   MOVE HIGH-VALUE TO HISTORY-KEY                       00005700
               NOT AT END                                               00005710
                   ADD 1 TO HISTORIES-READ-COUNT                        00005720
                   MOVE SH-BRANCH-NUMBER   TO HK-BRANCH-NUMBER          00005730
                   MOVE SH-SALESREP-NUMBER TO HK-SALESREP-NUMBER        00005740
                   MOVE SH-CUSTOMER-NUMBER TO HK-CUSTOMER-NUMBER        00005750
           END-READ.                                                    00005760
                                                                        00005770
       250-CHECK-ARCHIVE-RECORDS.                                       00005780
           PERFORM 251-READ-ARCHIVE-RECORD                              00005790
               WITH TEST BEFORE                                         00005800
               UNTIL ARCHIVE-EOF.                                       00005810
                                                                        00005820
       251-READ-ARCHIVE-RECORD.                                         00005830
           READ ARCHIVE                                                 00005840
               AT END                                                   00005850
                   SET ARCHIVE-EOF TO TRUE                              00005860
               NOT AT END                                               00005870
                   ADD 1 TO ARCHIVES-READ-COUNT                         00005880
                   PERFORM 252-CHECK-ARCHIVE-KEY                        00005890
           END-READ.                                                    00005900
                                                                        00005910
       252-CHECK-ARCHIVE-KEY.                                           00005920
           MOVE AR-CUSTOMER-KEY TO CM-CUSTOMER-KEY.                     00005930
           PERFORM 280-READ-CUSTOMER-BY-KEY.                            00005940
           IF RECORD-FOUND                                              00005950
               MOVE SPACE TO SORT-RECORD                                00005960
               MOVE "ARCHIVE"          TO SR-SOURCE-FILE                00005970
               MOVE AR-BRANCH-NUMBER   TO CKE-BRANCH-NUMBER             00005980
               MOVE AR-SALESREP-NUMBER TO CKE-SALESREP-NUMBER           00005990
               MOVE AR-CUSTOMER-NUMBER TO CKE-CUSTOMER-NUMBER           00006000
               MOVE CUSTOMER-KEY-EDIT  TO SR-RECORD-KEY                 00006010
               MOVE AR-CUSTOMER-NAME   TO SR-RECORD-NAME                00006020
               MOVE 10 TO SR-PROBLEM-CODE                               00006030
               STRING "NOW ON CUSTMAST AS " CM-CUSTOMER-NAME            00006040
                   DELIMITED BY SIZE                                    00006050
                   INTO SR-PROBLEM-NOTE                                 00006060
               END-STRING                                               00006070
               PERFORM 290-RELEASE-PROBLEM                              00006080
           END-IF.                                                      00006090
                                                                        00006100
       260-CHECK-PENDING-CORRECTIONS.                                   00006110
           PERFORM 261-READ-PENDING-RECORD                              00006120
               WITH TEST BEFORE                                         00006130
               UNTIL PENDCORR-EOF.                                      00006140
                                                                        00006150
       261-READ-PENDING-RECORD.                                         00006160
           READ PENDCORR                                                00006170
               AT END                                                   00006180
                   SET PENDCORR-EOF TO TRUE                             00006190
               NOT AT END                                               00006200
                   IF PD-OPEN                                           00006210
                       ADD 1 TO PENDINGS-OPEN-COUNT                     00006220
                       PERFORM 262-CHECK-PENDING-RECORD                 00006230
                   END-IF                                               00006240
           END-READ.                                                    00006250
                                                                        00006260
       262-CHECK-PENDING-RECORD.                                        00006270
           IF PD-SOURCE-PROGRAM = "CUST1000" OR                         00006280
              PD-SOURCE-PROGRAM = "POST1000"                            00006290
               MOVE PD-RECORD-IMAGE (2:9) TO PENDING-KEY-X              00006300
           ELSE                                                         00006310
               MOVE PD-RECORD-IMAGE (1:9) TO PENDING-KEY-X              00006320
           END-IF.                                                      00006330
           IF PENDING-KEY-X NUMERIC                                     00006340
               PERFORM 263-CHECK-PENDING-REFERENCES                     00006350
           ELSE                                                         00006360
               ADD 1 TO PENDINGS-UNKEYED-COUNT                          00006370
           END-IF.                                                      00006380
                                                                        00006390
       263-CHECK-PENDING-REFERENCES.                                    00006400
           MOVE "N" TO PENDING-ADD-SWITCH.                              00006410
           IF PD-SOURCE-PROGRAM = "CUST1000" AND                        00006420
              (PD-RECORD-IMAGE (1:1) = "A" OR "R")                      00006430
               SET PENDING-ADD TO TRUE                                  00006440
           END-IF.                                                      00006450
           IF PD-SOURCE-PROGRAM = "CUST2000"                            00006460
               SET PENDING-ADD TO TRUE                                  00006470
           END-IF.                                                      00006480
           MOVE PENDING-KEY TO CM-CUSTOMER-KEY.                         00006490
           PERFORM 280-READ-CUSTOMER-BY-KEY.                            00006500
           IF BRANCHMAS-LOADED                                          00006510
               COMPUTE TABLE-SUB = PK-BRANCH-NUMBER + 1                 00006520
               IF BT-ON-BRANCHMAS (TABLE-SUB) = "N"                     00006530
                   MOVE 12 TO SR-PROBLEM-CODE                           00006540
                   PERFORM 264-RELEASE-PENDING-PROBLEM                  00006550
               END-IF                                                   00006560
           END-IF.                                                      00006570
           COMPUTE TABLE-SUB = PK-SALESREP-NUMBER + 1.                  00006580
           IF ST-ON-SALESMAS (TABLE-SUB) = "N"                          00006590
               MOVE 13 TO SR-PROBLEM-CODE                               00006600
               PERFORM 264-RELEASE-PENDING-PROBLEM                      00006610
           END-IF.                                                      00006620
           EVALUATE TRUE                                                00006630
               WHEN PENDING-ADD AND RECORD-FOUND                        00006640
                   MOVE 14 TO SR-PROBLEM-CODE                           00006650
                   PERFORM 264-RELEASE-PENDING-PROBLEM                  00006660
               WHEN NOT PENDING-ADD AND NOT RECORD-FOUND                00006670
                   MOVE 15 TO SR-PROBLEM-CODE                           00006680
                   PERFORM 264-RELEASE-PENDING-PROBLEM                  00006690
           END-EVALUATE.                                                00006700
                                                                        00006710
       264-RELEASE-PENDING-PROBLEM.                                     00006720
           MOVE "PENDCORR"         TO SR-SOURCE-FILE.                   00006730
           MOVE PK-BRANCH-NUMBER   TO CKE-BRANCH-NUMBER.                00006740
           MOVE PK-SALESREP-NUMBER TO CKE-SALESREP-NUMBER.              00006750
           MOVE PK-CUSTOMER-NUMBER TO CKE-CUSTOMER-NUMBER.              00006760
           MOVE CUSTOMER-KEY-EDIT  TO SR-RECORD-KEY.                    00006770
           IF RECORD-FOUND                                              00006780
               MOVE CM-CUSTOMER-NAME TO SR-RECORD-NAME                  00006790
           ELSE                                                         00006800
               MOVE SPACE TO SR-RECORD-NAME                             00006810
           END-IF.                                                      00006820
           MOVE SPACE TO SR-PROBLEM-NOTE.                               00006830
           STRING PD-SOURCE-PROGRAM " " PD-REJECT-REASON                00006840
               DELIMITED BY SIZE                                        00006850
               INTO SR-PROBLEM-NOTE                                     00006860
           END-STRING.                                                  00006870
           PERFORM 290-RELEASE-PROBLEM.                                 00006880
                                                                        00006890
       280-READ-CUSTOMER-BY-KEY.                                        00006900
           MOVE "N" TO RECORD-FOUND-SWITCH.                             00006910
           READ CUSTMAST                                                00006920
               INVALID KEY                                              00006930
                   CONTINUE                                             00006940
               NOT INVALID KEY                                          00006950
                   SET RECORD-FOUND TO TRUE                             00006960
           END-READ.                                                    00006970
                                                                        00006980
       290-RELEASE-PROBLEM.                                             00006990
           RELEASE SORT-RECORD.                                         00007000
           IF PKT-ERROR (SR-PROBLEM-CODE)                               00007010
               ADD 1 TO ERROR-COUNT                                     00007020
           ELSE                                                         00007030
               ADD 1 TO WARNING-COUNT                                   00007040
           END-IF.                                                      00007050
                                                                        00007060
       300-PRINT-PROBLEMS.                                              00007070
           PERFORM 310-PRINT-ONE-PROBLEM                                00007080
               WITH TEST BEFORE                                         00007090
               UNTIL SORT-EOF.                                          00007100
           IF FIRST-RECORD                                              00007110
               IF LINE-COUNT > LINES-ON-PAGE                            00007120
                   PERFORM 410-PRINT-HEADING-LINES                      00007130
               END-IF                                                   00007140
               MOVE "NO REFERENCE PROBLEMS FOUND" TO MSL-TEXT           00007150
               MOVE MESSAGE-LINE TO PRINT-AREA                          00007160
               PERFORM 430-WRITE-REPORT-LINE                            00007170
           ELSE                                                         00007180
               PERFORM 370-PRINT-KIND-TOTAL                             00007190
           END-IF.                                                      00007200
                                                                        00007210
       310-PRINT-ONE-PROBLEM.                                           00007220
           RETURN SORTWORK                                              00007230
               AT END                                                   00007240
                   SET SORT-EOF TO TRUE                                 00007250
               NOT AT END                                               00007260
                   EVALUATE TRUE                                        00007270
                       WHEN FIRST-RECORD                                00007280
                           MOVE "N" TO FIRST-RECORD-SWITCH              00007290
                           PERFORM 360-PRINT-KIND-HEADING               00007300
                       WHEN SR-PROBLEM-CODE NOT = OLD-PROBLEM-CODE      00007310
                           PERFORM 370-PRINT-KIND-TOTAL                 00007320
                           PERFORM 360-PRINT-KIND-HEADING               00007330
                   END-EVALUATE                                         00007340
                   PERFORM 320-PRINT-PROBLEM-LINE                       00007350
           END-RETURN.                                                  00007360
                                                                        00007370
       320-PRINT-PROBLEM-LINE.                                          00007380
           IF LINE-COUNT > LINES-ON-PAGE                                00007390
               PERFORM 410-PRINT-HEADING-LINES                          00007400
               PERFORM 365-PRINT-KIND-NAME-LINE.                        00007410
           MOVE SR-SOURCE-FILE  TO PRL-SOURCE-FILE.                     00007420
           MOVE SR-RECORD-KEY   TO PRL-RECORD-KEY.                      00007430
           MOVE SR-RECORD-NAME  TO PRL-RECORD-NAME.                     00007440
           MOVE SR-PROBLEM-NOTE TO PRL-PROBLEM-NOTE.                    00007450
           MOVE PROBLEM-LINE TO PRINT-AREA.                             00007460
           PERFORM 430-WRITE-REPORT-LINE.                               00007470
           ADD 1 TO KIND-PROBLEM-COUNT.                                 00007480
                                                                        00007490
       360-PRINT-KIND-HEADING.                                          00007500
           MOVE SR-PROBLEM-CODE TO OLD-PROBLEM-CODE.                    00007510
           IF LINE-COUNT + 4 > LINES-ON-PAGE                            00007520
               PERFORM 410-PRINT-HEADING-LINES.                         00007530
           PERFORM 365-PRINT-KIND-NAME-LINE.                            00007540
                                                                        00007550
       365-PRINT-KIND-NAME-LINE.                                        00007560
           IF PKT-ERROR (OLD-PROBLEM-CODE)                              00007570
               MOVE "ERROR:"   TO KHL-SEVERITY                          00007580
           ELSE                                                         00007590
               MOVE "WARNING:" TO KHL-SEVERITY                          00007600
           END-IF.                                                      00007610
           MOVE PKT-DESCRIPTION (OLD-PROBLEM-CODE) TO KHL-DESCRIPTION.  00007620
           MOVE KIND-HEADING-LINE TO PRINT-AREA.                        00007630
           PERFORM 430-WRITE-REPORT-LINE.                               00007640
                                                                        00007650
       370-PRINT-KIND-TOTAL.                                            00007660
           IF LINE-COUNT + 2 > LINES-ON-PAGE                            00007670
               PERFORM 410-PRINT-HEADING-LINES.                         00007680
           MOVE "  RECORDS WITH THIS PROBLEM" TO TOL-TEXT.              00007690
           MOVE KIND-PROBLEM-COUNT TO TOL-COUNT.                        00007700
           PERFORM 510-PRINT-TOTAL-LINE.                                00007710
           MOVE SPACES TO PRINT-AREA.                                   00007720
           PERFORM 430-WRITE-REPORT-LINE.                               00007730
           MOVE ZERO TO KIND-PROBLEM-COUNT.                             00007740
                                                                        00007750
       410-PRINT-HEADING-LINES.                                         00007760
           ADD 1 TO PAGE-COUNT.                                         00007770
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.                          00007780
           MOVE HEADING-LINE-1 TO PRINT-AREA.                           00007790
           PERFORM 420-WRITE-PAGE-TOP-LINE.                             00007800
           MOVE HEADING-LINE-2 TO PRINT-AREA.                           00007810
           PERFORM 430-WRITE-REPORT-LINE.                               00007820
           MOVE SPACES TO PRINT-AREA.                                   00007830
           PERFORM 430-WRITE-REPORT-LINE.                               00007840
           MOVE HEADING-LINE-3 TO PRINT-AREA.                           00007850
           PERFORM 430-WRITE-REPORT-LINE.                               00007860
           MOVE HEADING-LINE-4 TO PRINT-AREA.                           00007870
           PERFORM 430-WRITE-REPORT-LINE.                               00007880
                                                                        00007890
       420-WRITE-PAGE-TOP-LINE.                                         00007900
                                                                        00007910
           WRITE PRINT-AREA.                                            00007920
           MOVE 1 TO LINE-COUNT.                                        00007930
                                                                        00007940
       430-WRITE-REPORT-LINE.                                           00007950
                                                                        00007960
           WRITE PRINT-AREA.                                            00007970
           ADD 1 TO LINE-COUNT.                                         00007980
                                                                        00007990
       500-PRINT-AUDIT-TOTALS.                                          00008000
           IF LINE-COUNT + 16 > LINES-ON-PAGE                           00008010
               PERFORM 410-PRINT-HEADING-LINES.                         00008020
           MOVE SPACES TO PRINT-AREA.                                   00008030
           PERFORM 430-WRITE-REPORT-LINE.                               00008040
           MOVE "SALESMAS RECORDS READ" TO TOL-TEXT.                    00008050
           MOVE SALESREPS-READ-COUNT TO TOL-COUNT.                      00008060
           PERFORM 510-PRINT-TOTAL-LINE.                                00008070
           MOVE "BRANCHMAS RECORDS READ" TO TOL-TEXT.                   00008080
           MOVE BRANCHES-READ-COUNT TO TOL-COUNT.                       00008090
           PERFORM 510-PRINT-TOTAL-LINE.                                00008100
           MOVE "QUOTAMAS RECORDS READ" TO TOL-TEXT.                    00008110
           MOVE QUOTAS-READ-COUNT TO TOL-COUNT.                         00008120
           PERFORM 510-PRINT-TOTAL-LINE.                                00008130
           MOVE "CUSTOMER RECORDS READ" TO TOL-TEXT.                    00008140
           MOVE MASTERS-READ-COUNT TO TOL-COUNT.                        00008150
           PERFORM 510-PRINT-TOTAL-LINE.                                00008160
           MOVE "HISTORY RECORDS READ" TO TOL-TEXT.                     00008170
           MOVE HISTORIES-READ-COUNT TO TOL-COUNT.                      00008180
           PERFORM 510-PRINT-TOTAL-LINE.                                00008190
           MOVE "ARCHIVE RECORDS READ" TO TOL-TEXT.                     00008200
           MOVE ARCHIVES-READ-COUNT TO TOL-COUNT.                       00008210
           PERFORM 510-PRINT-TOTAL-LINE.                                00008220
           MOVE "OPEN CORRECTIONS READ" TO TOL-TEXT.                    00008230
           MOVE PENDINGS-OPEN-COUNT TO TOL-COUNT.                       00008240
           PERFORM 510-PRINT-TOTAL-LINE.                                00008250
           IF PENDINGS-UNKEYED-COUNT > ZERO                             00008260
               MOVE "OPEN CORRECTIONS WITHOUT KEY" TO TOL-TEXT          00008270
               MOVE PENDINGS-UNKEYED-COUNT TO TOL-COUNT                 00008280
               PERFORM 510-PRINT-TOTAL-LINE                             00008290
           END-IF.                                                      00008300
           MOVE SPACES TO PRINT-AREA.                                   00008310
           PERFORM 430-WRITE-REPORT-LINE.                               00008320
           MOVE "ERRORS FOUND" TO TOL-TEXT.                             00008330
           MOVE ERROR-COUNT TO TOL-COUNT.                               00008340
           PERFORM 510-PRINT-TOTAL-LINE.                                00008350
           MOVE "WARNINGS FOUND" TO TOL-TEXT.                           00008360
           MOVE WARNING-COUNT TO TOL-COUNT.                             00008370
           PERFORM 510-PRINT-TOTAL-LINE.                                00008380
           IF NOT BRANCHMAS-LOADED                                      00008390
               MOVE "BRANCHMAS EMPTY - BRANCH NUMBERS NOT CHECKED"      00008400
                   TO MSL-TEXT                                          00008410
               MOVE MESSAGE-LINE TO PRINT-AREA                          00008420
               PERFORM 430-WRITE-REPORT-LINE                            00008430
           END-IF.                                                      00008440
           IF HISTORIES-READ-COUNT = ZERO                               00008450
               MOVE "SALESHST EMPTY - CUSTOMERS NOT CHECKED FOR HISTORY"00008460
                   TO MSL-TEXT                                          00008470
               MOVE MESSAGE-LINE TO PRINT-AREA                          00008480
               PERFORM 430-WRITE-REPORT-LINE                            00008490
           END-IF.                                                      00008500
           IF ERROR-COUNT > ZERO                                        00008510
               MOVE "REFERENCE ERRORS FOUND - STOP THE STREAM"          00008520
                   TO MSL-TEXT                                          00008530
           ELSE                                                         00008540
               MOVE "NO REFERENCE ERRORS - STREAM MAY CONTINUE"         00008550
                   TO MSL-TEXT                                          00008560
           END-IF.                                                      00008570
           MOVE MESSAGE-LINE TO PRINT-AREA.                             00008580
           PERFORM 430-WRITE-REPORT-LINE.                               00008590
                                                                        00008600
       510-PRINT-TOTAL-LINE.                                            00008610
           MOVE TOTAL-LINE TO PRINT-AREA.                               00008620
           PERFORM 430-WRITE-REPORT-LINE.                               00008630
