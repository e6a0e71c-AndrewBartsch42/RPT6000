           SELECT OPTIONAL PERIODCTL ASSIGN TO PERIODCTL                00000330
               ORGANIZATION LINE SEQUENTIAL.                            00000340
           SELECT OPTIONAL OVRDCARD ASSIGN TO OVRDCARD                  00000350
               ORGANIZATION LINE SEQUENTIAL.                            00000352
           SELECT OPTIONAL BRNCHRPT ASSIGN TO BRNCHRPT.                 00000354
           SELECT OPTIONAL DISTLOG ASSIGN TO DISTLOG                    00000356
               ORGANIZATION LINE SEQUENTIAL.                            00000360
           SELECT OPTIONAL SPLITCR ASSIGN TO SPLITCR.                   00000365
                                                                        00000370
       DATA DIVISION.                                                   00000380
                                                                        00000390
           RECORD CONTAINS 130 CHARACTERS                               00000570
           BLOCK CONTAINS 130 CHARACTERS.                               00000580
       01  PRINT-AREA      PIC X(130).                                  00000590
                                                                        00000591
       FD  BRNCHRPT                                                     00000592
           RECORDING MODE IS F                                          00000593
           LABEL RECORDS ARE STANDARD                                   00000594
           RECORD CONTAINS 130 CHARACTERS                               00000595
           BLOCK CONTAINS 130 CHARACTERS.                               00000596
       01  BRANCH-PRINT-AREA PIC X(130).                                00000597
                                                                        00000600
                                                                        00000610
       FD  SALESMAS                                                     00000620
           05  CC-SALESREP-LOW     PIC 9(2).                            00000810
           05  CC-SALESREP-HIGH    PIC 9(2).                            00000820
           05  CC-LINES-ON-PAGE    PIC 9(3).                            00000830
           05  CC-DISTRIBUTION-OPTION PIC X.                            00000836
           05  FILLER              PIC X(70).                           00000842
                                                                        00000850
       FD  CHECKPOINT-FILE                                              00000860
           RECORD CONTAINS 160 CHARACTERS.                              00000870
           05  CKPT-EXTRACT-RECORD-COUNT  PIC 9(7).                     00001090
           05  CKPT-GL-RECORD-COUNT       PIC 9(7).                     00001100
           05  CKPT-LAST-CUSTOMER-KEY     PIC 9(9).                     00001110
           05  CKPT-BRANCH-PAGE-COUNT     PIC S9(3).                    00001115
           05  CKPT-BRANCH-LINE-COUNT     PIC S9(3).                    00001120
           05  CKPT-BRANCH-LINES-WRITTEN  PIC 9(4).                     00001125
       01  CKPT-EXCEPTION-RECORD.                                       00001130
           05  CKPTX-RECORD-TYPE          PIC X(5).                     00001140
           05  CKPTX-EXC-TYPE             PIC X(16).                    00001150
       FD  RUNLOG                                                       00001340
           RECORD CONTAINS 80 CHARACTERS.                               00001350
       COPY RUNLOG.                                                     00001360
                                                                        00001362
       FD  DISTLOG                                                      00001364
           RECORD CONTAINS 80 CHARACTERS.                               00001366
       COPY DISTLOG.                                                    00001368
                                                                        00001370
       FD  QUOTAMAS                                                     00001380
           RECORDING MODE IS F                                          00001390
           RECORD CONTAINS 130 CHARACTERS                               00001410
           BLOCK CONTAINS 130 CHARACTERS.                               00001420
       COPY QUOTAMAS.                                                   00001430
       FD  SPLITCR                                                      00001431
           RECORDING MODE IS F                                          00001432
           LABEL RECORDS ARE STANDARD                                   00001433
           RECORD CONTAINS 130 CHARACTERS                               00001434
           BLOCK CONTAINS 130 CHARACTERS.                               00001435
       COPY SPLITCR.                                                    00001436
                                                                        00001440
       FD  BRANCHMAS                                                    00001450
           RECORD CONTAINS 80 CHARACTERS.                               00001460
           05  CKPT-OLD-FILE-NAME      PIC X(20)  VALUE "CHECKPOINT".   00002490
           05  CKPT-NEW-FILE-NAME      PIC X(20)  VALUE "CHECKPOINTNEW".00002500
           05  CKPT-RENAME-RETURN-CODE PIC S9(9)  COMP-5.               00002510
                                                                        00002511
       01  BRANCH-REPORT-NAME-FIELDS.                                   00002512
           05  BRANCH-WORK-FILE-NAME   PIC X(20)  VALUE "BRNCHRPT".     00002513
           05  BRANCH-REPORT-FILE-NAME.                                 00002514
               10  FILLER              PIC X(8)   VALUE "SALESRPT".     00002515
               10  BRFN-BRANCH-NUMBER  PIC 9(2).                        00002516
               10  FILLER              PIC X(10)  VALUE SPACE.          00002517
           05  BRANCH-RENAME-RETURN-CODE PIC S9(9) COMP-5.              00002518
                                                                        00002519
       01  DISTRIBUTION-SWITCHES.                                       00002520
           05  DISTRIBUTION-SWITCH     PIC X    VALUE "N".              00002521
               88  DISTRIBUTING                 VALUE "Y".              00002522
           05  BRANCH-REPORT-OPEN-SWITCH PIC X  VALUE "N".              00002523
               88  BRANCH-REPORT-OPEN           VALUE "Y".              00002524
                                                                        00002525
       01  DISTRIBUTION-FIELDS     PACKED-DECIMAL.                      00002526
           05  BRANCH-PAGE-COUNT       PIC S9(3)  VALUE ZERO.           00002527
           05  BRANCH-LINE-COUNT       PIC S9(3)  VALUE +99.            00002528
           05  BRANCH-LINES-WRITTEN    PIC 9(4)   VALUE ZERO.           00002529
           05  BRANCH-EXCEPTION-COUNT  PIC 9(4)   VALUE ZERO.           00002530
           05  BRANCH-SUB              PIC S9(3)  VALUE ZERO.           00002531
                                                                        00002532
       01  DISTRIBUTION-WORK-FIELDS.                                    00002533
           05  BRANCH-CHURN-TYPE       PIC X(7).                        00002534
           05  BRANCH-LINE-HOLD        PIC X(130).                      00002535
                                                                        00002536
       01  SWITCHES.                                                    00002537
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".              00002540
               88  CUSTMAST-EOF                 VALUE "Y".              00002550
           05  FIRST-RECORD-SWITCH     PIC X    VALUE "Y".              00002560
       01  BRANCH-NAME-TABLE.                                           00003370
           05  BRANCH-NAME-ENTRY OCCURS 100 TIMES.                      00003380
               10  BNT-BRANCH-NAME     PIC X(20)     VALUE SPACE.       00003390
               10  BNT-MANAGER-NAME    PIC X(20)     VALUE SPACE.       00003395
                                                                        00003400
       01  BRANCH-NAME-SWITCHES.                                        00003410
           05  BRANCHMAS-EOF-SWITCH    PIC X         VALUE "N".         00003420
               88  BRANCHMAS-EOF                     VALUE "Y".         00003430
                                                                        00003440
       01  SPLIT-CREDIT-SWITCHES.                                       00003441
           05  SPLITCR-EOF-SWITCH      PIC X         VALUE "N".         00003442
               88  SPLITCR-EOF                       VALUE "Y".         00003443
           05  SPLIT-FOUND-SWITCH      PIC X         VALUE "N".         00003444
               88  SPLIT-FOUND                       VALUE "Y".         00003445
                                                                        00003446
       01  SPLIT-CREDIT-WORK-FIELDS.                                    00003447
           05  SPLIT-CUSTOMER-KEY      PIC X(9)      VALUE LOW-VALUE.   00003448
           05  SPLIT-SALESREP-NUMBER   PIC 99        VALUE ZERO.        00003449
           05  SPLIT-SAVE-SALESREP-NUMBER PIC 99     VALUE ZERO.        00003450
           05  SPLIT-OVERFLOW-COUNT    PIC 9(4)      VALUE ZERO.        00003451
                                                                        00003452
       01  SPLIT-CREDIT-FIELDS        PACKED-DECIMAL.                   00003453
           05  SPLIT-ENTRY-COUNT       PIC S9(3)     VALUE ZERO.        00003454
           05  SPLIT-SHARE-SUB         PIC S9(3)     VALUE ZERO.        00003455
           05  SPLIT-PRINT-SUB         PIC S9(3)     VALUE ZERO.        00003456
           05  SPLIT-PERCENT-TOTAL     PIC S9(5)V99  VALUE ZERO.        00003457
           05  SPLIT-SHARE-THIS-YTD    PIC S9(9)V99  VALUE ZERO.        00003458
           05  SPLIT-SHARE-LAST-YTD    PIC S9(9)V99  VALUE ZERO.        00003459
           05  SPLIT-REMAINING-THIS-YTD PIC S9(9)V99 VALUE ZERO.        00003460
           05  SPLIT-REMAINING-LAST-YTD PIC S9(9)V99 VALUE ZERO.        00003461
                                                                        00003462
       01  SPLIT-CREDIT-TABLE.                                          00003463
           05  SPLIT-CREDIT-ENTRY OCCURS 500 TIMES                      00003464
                                  INDEXED BY SCT-INDEX.                 00003465
               10  SCT-BRANCH-NUMBER    PIC 99.                         00003466
               10  SCT-SALESREP-NUMBER  PIC 99.                         00003467
               10  SCT-THIS-YTD     PIC S9(9)V99 USAGE PACKED-DECIMAL   00003468
                                     VALUE ZERO.                        00003469
               10  SCT-LAST-YTD     PIC S9(9)V99 USAGE PACKED-DECIMAL   00003470
                                     VALUE ZERO.                        00003471
                                                                        00003472
       01  BRANCH-REP-CUSTOMER-TABLE.                                   00003473
           05  BRC-BRANCH-ENTRY OCCURS 100 TIMES.                       00003474
               10  BRC-CUSTOMERS-SWITCH OCCURS 100 TIMES                00003475
                                        PIC X    VALUE "N".             00003476
                                                                        00003477
       01  CURRENT-DATE-AND-TIME.                                       00003478
           05  CD-YEAR         PIC 9999.                                00003479
           05  CD-MONTH        PIC 99.                                  00003480
           05  CD-DAY          PIC 99.                                  00003481
           05  CD-HOURS        PIC 99.                                  00003490
           05  CD-MINUTES      PIC 99.                                  00003500
           05  FILLER          PIC X(9).                                00003510
           05  STL-QUOTA-PCT       PIC ZZ9.9.                           00004770
           05  STL-QUOTA-PCT-R REDEFINES STL-QUOTA-PCT                  00004780
                                   PIC X(5).                            00004790
                                                                        00004791
       01  SPLIT-CREDIT-LINE.                                           00004792
           05  FILLER              PIC X(7)     VALUE SPACE.            00004793
           05  SCL-SALESREP-NUMBER PIC 9(2).                            00004794
           05  FILLER              PIC X(1)     VALUE SPACE.            00004795
           05  SCL-SALESREP-NAME   PIC X(10).                           00004796
           05  FILLER              PIC X(6)     VALUE SPACE.            00004797
           05  FILLER              PIC X(14)    VALUE "SPLIT CREDIT".   00004798
           05  SCL-SALES-THIS-YTD  PIC zz,zzz,zz9.99-.                  00004799
           05  FILLER              PIC X(3)    VALUE SPACE.             00004800
           05  SCL-SALES-LAST-YTD  PIC zz,zzz,zz9.99-.                  00004801
           05  FILLER              PIC X(59)   VALUE SPACE.             00004802
                                                                        00004803
       01  BRANCH-FILLER-LINE.                                          00004810
           05  FILLER              PIC X(50)    VALUE SPACE.            00004820
           05  FILLER              PIC X(13)    VALUE ALL '-'.          00004830
           05  BAL-STATUS          PIC X(14).                           00006360
           05  FILLER              PIC X(40)    VALUE SPACE.            00006370
                                                                        00006380
       01  COVER-TITLE-LINE.                                            00006381
           05  FILLER              PIC X(130)   VALUE                   00006382
               "*** SALES REPORT DISTRIBUTION COPY ***".                00006383
                                                                        00006384
       01  COVER-DETAIL-LINE.                                           00006385
           05  FILLER              PIC X(2)     VALUE SPACE.            00006386
           05  CVL-LABEL           PIC X(14).                           00006387
           05  CVL-VALUE           PIC X(40).                           00006388
           05  FILLER              PIC X(74)    VALUE SPACE.            00006389
                                                                        00006390
       01  COVER-BRANCH-FIELD.                                          00006391
           05  CBF-BRANCH-NUMBER   PIC 9(2).                            00006392
           05  FILLER              PIC X(2)     VALUE SPACE.            00006393
           05  CBF-BRANCH-NAME     PIC X(20).                           00006394
           05  FILLER              PIC X(16)    VALUE SPACE.            00006395
                                                                        00006396
       01  COVER-DATE-FIELD.                                            00006397
           05  CDF-MONTH           PIC 9(2).                            00006398
           05  FILLER              PIC X(1)     VALUE "/".              00006399
           05  CDF-DAY             PIC 9(2).                            00006400
           05  FILLER              PIC X(1)     VALUE "/".              00006401
           05  CDF-YEAR            PIC 9(4).                            00006402
           05  FILLER              PIC X(30)    VALUE SPACE.            00006403
                                                                        00006404
       01  QUOTA-RECAP-HEADER.                                          00006405
           05  FILLER              PIC X(130)   VALUE                   00006406
               "*** QUOTA ATTAINMENT RECAP ***".                        00006410
                                                                        00006420
       01  QUOTA-RECAP-COLUMNS.                                         00006430
           ELSE                                                         00007010
               OPEN OUTPUT SALESRPT SALESEXT SALESGL                    00007020
           END-IF.                                                      00007030
           IF RESTARTING AND DISTRIBUTING                               00007032
               OPEN EXTEND BRNCHRPT                                     00007034
               SET BRANCH-REPORT-OPEN TO TRUE                           00007036
           END-IF.                                                      00007038
           PERFORM 300-PREPARE-SALES-LINES                              00007040
               UNTIL CUSTMAST-EOF-SWITCH = "Y".                         00007050
           PERFORM 500-PRINT-GRAND-TOTALS.                              00007051
           PERFORM 505-PRINT-CHURN-SECTION.                             00007052
           PERFORM 510-PRINT-EXCEPTIONS.                                00007053
           PERFORM 530-PRINT-QUOTA-RECAP.                               00007054
           PERFORM 600-BALANCE-CUSTMAST-CONTROLS.                       00007055
           PERFORM 700-WRITE-RUN-LOG.                                   00007056
           PERFORM 900-CLEAR-CHECKPOINT.                                00007057
           IF NOT BALANCE-ERROR                                         00007058
               PERFORM 950-STAMP-PERIOD-CONTROL                         00007059
           END-IF.                                                      00007060
           CLOSE CUSTMAST                                               00007061
                 SALESMAS                                               00007062
                 QUOTAMAS                                               00007063
                 BRANCHMAS                                              00007064
                 CONTROLCARD                                            00007065
                 SALESRPT                                               00007066
                 SALESEXT                                               00007067
                 SALESGL.                                               00007068
           IF BALANCE-ERROR                                             00007069
               MOVE 16 TO RETURN-CODE                                   00007070
           END-IF.                                                      00007071
           STOP RUN.                                                    00007072
                                                                        00007073
       370-OPEN-BRANCH-REPORT.                                          00007074
           OPEN OUTPUT BRNCHRPT.                                        00007075
           SET BRANCH-REPORT-OPEN TO TRUE.                              00007076
           MOVE ZERO TO BRANCH-PAGE-COUNT.                              00007077
           MOVE ZERO TO BRANCH-LINES-WRITTEN.                           00007078
           MOVE CM-BRANCH-NUMBER TO BRFN-BRANCH-NUMBER.                 00007079
           COMPUTE BRANCH-SUB = CM-BRANCH-NUMBER + 1.                   00007080
           PERFORM 372-PRINT-BRANCH-COVER-PAGE.                         00007081
                                                                        00007082
       372-PRINT-BRANCH-COVER-PAGE.                                     00007083
           ADD 1 TO BRANCH-PAGE-COUNT.                                  00007084
           MOVE BRANCH-PAGE-COUNT TO Hl1-PAGE-NUMBER.                   00007085
           MOVE HEADING-LINE-1 TO BRANCH-PRINT-AREA.                    00007086
           PERFORM 377-WRITE-BRANCH-PAGE-TOP-LINE.                      00007087
           MOVE HEADING-LINE-2 TO BRANCH-PRINT-AREA.                    00007088
           PERFORM 378-WRITE-BRANCH-REPORT-LINE.                        00007089
           MOVE SPACES TO BRANCH-PRINT-AREA.                            00007090
           PERFORM 378-WRITE-BRANCH-REPORT-LINE.                        00007091
           MOVE COVER-TITLE-LINE TO BRANCH-PRINT-AREA.                  00007092
           PERFORM 378-WRITE-BRANCH-REPORT-LINE.                        00007093
           MOVE SPACES TO BRANCH-PRINT-AREA.                            00007094
           PERFORM 378-WRITE-BRANCH-REPORT-LINE.                        00007095
           MOVE "BRANCH:" TO CVL-LABEL.                                 00007096
           MOVE CM-BRANCH-NUMBER TO CBF-BRANCH-NUMBER.                  00007097
           IF BNT-BRANCH-NAME (BRANCH-SUB) = SPACE                      00007098
               MOVE "NOT ON BRANCH MASTER" TO CBF-BRANCH-NAME           00007099
           ELSE                                                         00007100
               MOVE BNT-BRANCH-NAME (BRANCH-SUB) TO CBF-BRANCH-NAME     00007101
           END-IF.                                                      00007102
           MOVE COVER-BRANCH-FIELD TO CVL-VALUE.                        00007103
           MOVE COVER-DETAIL-LINE TO BRANCH-PRINT-AREA.                 00007104
           PERFORM 378-WRITE-BRANCH-REPORT-LINE.                        00007105
           MOVE "MANAGER:" TO CVL-LABEL.                                00007106
           IF BNT-MANAGER-NAME (BRANCH-SUB) = SPACE                     00007107
               MOVE "NOT ASSIGNED" TO CVL-VALUE                         00007108
           ELSE                                                         00007109
               MOVE BNT-MANAGER-NAME (BRANCH-SUB) TO CVL-VALUE          00007110
           END-IF.                                                      00007111
           MOVE COVER-DETAIL-LINE TO BRANCH-PRINT-AREA.                 00007112
           PERFORM 378-WRITE-BRANCH-REPORT-LINE.                        00007113
           MOVE "REPORT DATE:" TO CVL-LABEL.                            00007114
           MOVE CD-MONTH TO CDF-MONTH.                                  00007115
           MOVE CD-DAY   TO CDF-DAY.                                    00007116
           MOVE CD-YEAR  TO CDF-YEAR.                                   00007117
           MOVE COVER-DATE-FIELD TO CVL-VALUE.                          00007118
           MOVE COVER-DETAIL-LINE TO BRANCH-PRINT-AREA.                 00007119
           PERFORM 378-WRITE-BRANCH-REPORT-LINE.                        00007120
           MOVE "REPORT FILE:" TO CVL-LABEL.                            00007121
           MOVE BRANCH-REPORT-FILE-NAME TO CVL-VALUE.                   00007122
           MOVE COVER-DETAIL-LINE TO BRANCH-PRINT-AREA.                 00007123
           PERFORM 378-WRITE-BRANCH-REPORT-LINE.                        00007124
           MOVE +99 TO BRANCH-LINE-COUNT.                               00007125
                                                                        00007126
       374-MIRROR-REPORT-LINE.                                          00007127
           MOVE PRINT-AREA TO BRANCH-LINE-HOLD.                         00007128
           PERFORM 375-WRITE-BRANCH-DETAIL-LINE.                        00007129
                                                                        00007130
       375-WRITE-BRANCH-DETAIL-LINE.                                    00007131
           IF BRANCH-LINE-COUNT > LINES-ON-PAGE                         00007132
               PERFORM 376-PRINT-BRANCH-HEADING-LINES.                  00007133
           MOVE BRANCH-LINE-HOLD TO BRANCH-PRINT-AREA.                  00007134
           PERFORM 378-WRITE-BRANCH-REPORT-LINE.                        00007135
                                                                        00007136
       376-PRINT-BRANCH-HEADING-LINES.                                  00007137
           ADD 1 TO BRANCH-PAGE-COUNT.                                  00007138
           MOVE BRANCH-PAGE-COUNT TO Hl1-PAGE-NUMBER.                   00007139
           MOVE HEADING-LINE-1 TO BRANCH-PRINT-AREA.                    00007140
           PERFORM 377-WRITE-BRANCH-PAGE-TOP-LINE.                      00007141
           MOVE HEADING-LINE-2 TO BRANCH-PRINT-AREA.                    00007142
           PERFORM 378-WRITE-BRANCH-REPORT-LINE.                        00007143
           MOVE HEADING-LINE-3 TO BRANCH-PRINT-AREA.                    00007144
           PERFORM 378-WRITE-BRANCH-REPORT-LINE.                        00007145
           MOVE HEADING-LINE-4 TO BRANCH-PRINT-AREA.                    00007146
           PERFORM 378-WRITE-BRANCH-REPORT-LINE.                        00007147
           MOVE ZERO TO BRANCH-LINE-COUNT.                              00007148
                                                                        00007149
       377-WRITE-BRANCH-PAGE-TOP-LINE.                                  00007150
                                                                        00007151
           WRITE BRANCH-PRINT-AREA.                                     00007152
           MOVE 1 TO BRANCH-LINE-COUNT.                                 00007153
           ADD 1 TO BRANCH-LINES-WRITTEN.                               00007154
                                                                        00007155
       378-WRITE-BRANCH-REPORT-LINE.                                    00007156
                                                                        00007157
           WRITE BRANCH-PRINT-AREA.                                     00007158
           ADD 1 TO BRANCH-LINE-COUNT.                                  00007159
           ADD 1 TO BRANCH-LINES-WRITTEN.                               00007160
                                                                        00007161
       380-CLOSE-BRANCH-REPORT.                                         00007162
           PERFORM 382-PRINT-BRANCH-CHURN.                              00007163
           PERFORM 384-PRINT-BRANCH-EXCEPTIONS.                         00007164
           CLOSE BRNCHRPT.                                              00007165
           MOVE "N" TO BRANCH-REPORT-OPEN-SWITCH.                       00007166
           MOVE OLD-BRANCH-NUMBER TO BRFN-BRANCH-NUMBER.                00007167
           CALL "CBL_RENAME_FILE" USING BRANCH-WORK-FILE-NAME           00007168
               BRANCH-REPORT-FILE-NAME                                  00007169
               RETURNING BRANCH-RENAME-RETURN-CODE.                     00007170
           PERFORM 388-WRITE-DISTRIBUTION-LOG.                          00007171
                                                                        00007172
       382-PRINT-BRANCH-CHURN.                                          00007173
           MOVE SPACES TO BRANCH-LINE-HOLD.                             00007174
           PERFORM 375-WRITE-BRANCH-DETAIL-LINE.                        00007175
           MOVE CHURN-SECTION-HEADER TO BRANCH-LINE-HOLD.               00007176
           PERFORM 375-WRITE-BRANCH-DETAIL-LINE.                        00007177
           MOVE "NEW CUSTOMERS" TO CCH-TEXT.                            00007178
           MOVE CHURN-CATEGORY-HEADER TO BRANCH-LINE-HOLD.              00007179
           PERFORM 375-WRITE-BRANCH-DETAIL-LINE.                        00007180
           MOVE "NEW" TO BRANCH-CHURN-TYPE.                             00007181
           PERFORM 383-PRINT-BRANCH-CHURN-ENTRY                         00007182
               WITH TEST BEFORE                                         00007183
               VARYING CHURN-INDEX FROM 1 BY 1                          00007184
               UNTIL CHURN-INDEX > CHURN-COUNT.                         00007185
           MOVE "LAPSED CUSTOMERS" TO CCH-TEXT.                         00007186
           MOVE CHURN-CATEGORY-HEADER TO BRANCH-LINE-HOLD.              00007187
           PERFORM 375-WRITE-BRANCH-DETAIL-LINE.                        00007188
           MOVE "LAPSED" TO BRANCH-CHURN-TYPE.                          00007189
           PERFORM 383-PRINT-BRANCH-CHURN-ENTRY                         00007190
               WITH TEST BEFORE                                         00007191
               VARYING CHURN-INDEX FROM 1 BY 1                          00007192
               UNTIL CHURN-INDEX > CHURN-COUNT.                         00007193
                                                                        00007194
       383-PRINT-BRANCH-CHURN-ENTRY.                                    00007195
           IF CH-BRANCH-NUMBER (CHURN-INDEX) = OLD-BRANCH-NUMBER        00007196
            AND CH-TYPE (CHURN-INDEX) = BRANCH-CHURN-TYPE               00007197
               MOVE CH-BRANCH-NUMBER   (CHURN-INDEX)                    00007198
                   TO CHL-BRANCH-NUMBER                                 00007199
               MOVE CH-SALESREP-NUMBER (CHURN-INDEX)                    00007200
                   TO CHL-SALESREP-NUMBER                               00007201
               MOVE CH-CUSTOMER-NUMBER (CHURN-INDEX)                    00007202
                   TO CHL-CUSTOMER-NUMBER                               00007203
               MOVE CH-CUSTOMER-NAME   (CHURN-INDEX)                    00007204
                   TO CHL-CUSTOMER-NAME                                 00007205
               MOVE CH-SALES-AMOUNT    (CHURN-INDEX)                    00007206
                   TO CHL-SALES-AMOUNT                                  00007207
               MOVE CHURN-LINE TO BRANCH-LINE-HOLD                      00007208
               PERFORM 375-WRITE-BRANCH-DETAIL-LINE                     00007209
           END-IF.                                                      00007210
                                                                        00007211
       384-PRINT-BRANCH-EXCEPTIONS.                                     00007212
           MOVE SPACES TO BRANCH-LINE-HOLD.                             00007213
           PERFORM 375-WRITE-BRANCH-DETAIL-LINE.                        00007214
           MOVE EXCEPTION-SECTION-HEADER TO BRANCH-LINE-HOLD.           00007215
           PERFORM 375-WRITE-BRANCH-DETAIL-LINE.                        00007216
           MOVE ZERO TO BRANCH-EXCEPTION-COUNT.                         00007217
           PERFORM 385-PRINT-BRANCH-EXCEPTION-ENTRY                     00007218
               WITH TEST BEFORE                                         00007219
               VARYING EXC-INDEX FROM 1 BY 1                            00007220
               UNTIL EXC-INDEX > EXCEPTION-COUNT.                       00007221
           IF BRANCH-EXCEPTION-COUNT = ZERO                             00007222
               MOVE "NONE" TO ECL-TEXT                                  00007223
               MOVE ECL-TEXT TO BRANCH-LINE-HOLD                        00007224
               PERFORM 375-WRITE-BRANCH-DETAIL-LINE                     00007225
           END-IF.                                                      00007226
                                                                        00007227
       385-PRINT-BRANCH-EXCEPTION-ENTRY.                                00007228
           IF EXC-BRANCH-NUMBER (EXC-INDEX) = OLD-BRANCH-NUMBER         00007229
               ADD 1 TO BRANCH-EXCEPTION-COUNT                          00007230
               MOVE EXC-TYPE (EXC-INDEX) TO EXL-TYPE                    00007231
               MOVE EXC-BRANCH-NUMBER (EXC-INDEX) TO EXL-BRANCH-NUMBER  00007232
               MOVE EXC-SALESREP-NUMBER (EXC-INDEX)                     00007233
                   TO EXL-SALESREP-NUMBER                               00007234
               MOVE EXC-CUSTOMER-NUMBER (EXC-INDEX)                     00007235
                   TO EXL-CUSTOMER-NUMBER                               00007236
               MOVE EXCEPTION-LINE TO BRANCH-LINE-HOLD                  00007237
               PERFORM 375-WRITE-BRANCH-DETAIL-LINE                     00007238
           END-IF.                                                      00007239
                                                                        00007240
       388-WRITE-DISTRIBUTION-LOG.                                      00007241
           OPEN EXTEND DISTLOG.                                         00007242
           MOVE SPACES TO DISTRIBUTION-LOG-RECORD.                      00007243
           MOVE CD-YEAR    TO DL-RUN-YEAR.                              00007244
           MOVE CD-MONTH   TO DL-RUN-MONTH.                             00007245
           MOVE CD-DAY     TO DL-RUN-DAY.                               00007246
           MOVE CD-HOURS   TO DL-RUN-HOURS.                             00007247
           MOVE CD-MINUTES TO DL-RUN-MINUTES.                           00007248
           IF BRANCH-RENAME-RETURN-CODE = ZERO                          00007249
               MOVE BRANCH-REPORT-FILE-NAME TO DL-FILE-NAME             00007250
               SET DL-FILE-DELIVERED TO TRUE                            00007251
           ELSE                                                         00007252
               MOVE BRANCH-WORK-FILE-NAME TO DL-FILE-NAME               00007253
               SET DL-RENAME-FAILED TO TRUE                             00007254
           END-IF.                                                      00007255
           MOVE OLD-BRANCH-NUMBER TO DL-BRANCH-NUMBER.                  00007256
           COMPUTE BRANCH-SUB = OLD-BRANCH-NUMBER + 1.                  00007257
           MOVE BNT-BRANCH-NAME (BRANCH-SUB) TO DL-BRANCH-NAME.         00007258
           MOVE BRANCH-PAGE-COUNT TO DL-PAGE-COUNT.                     00007259
           MOVE BRANCH-LINES-WRITTEN TO DL-LINE-COUNT.                  00007260
           WRITE DISTRIBUTION-LOG-RECORD.                               00007261
           CLOSE DISTLOG.                                               00007262
                                                                        00007263
       050-PRECOMPUTE-BRANCH-TOTALS.                                    00007290
           OPEN INPUT SPLITCR.                                          00007295
           PERFORM UNTIL PRECOMP-EOF                                    00007300
               READ CUSTMAST                                            00007310
                   AT END                                               00007320
                               TO BRT-THIS-YTD (BRT-SUBSCRIPT)          00007420
                           ADD CM-SALES-THIS-YTD                        00007430
                               TO PRECOMPUTED-GRAND-TOTAL-THIS-YTD      00007440
                           PERFORM 051-APPLY-SPLIT-CREDIT               00007460
                       END-IF                                           00007480
               END-READ                                                 00007490
           END-PERFORM.                                                 00007500
           CLOSE CUSTMAST                                               00007506
                 SPLITCR.                                               00007512
           OPEN INPUT CUSTMAST.                                         00007520
                                                                        00007530
       055-CHECK-PERIOD-CONTROL.                                        00007540
           MOVE CKPT-EXTRACT-RECORD-COUNT TO EXTRACT-RECORDS-WRITTEN.   00008500
           MOVE CKPT-GL-RECORD-COUNT TO GL-RECORDS-WRITTEN.             00008510
           MOVE CKPT-LAST-CUSTOMER-KEY TO RESTART-LAST-CUSTOMER-KEY.    00008520
           MOVE CKPT-BRANCH-PAGE-COUNT TO BRANCH-PAGE-COUNT.            00008522
           MOVE CKPT-BRANCH-LINE-COUNT TO BRANCH-LINE-COUNT.            00008524
           MOVE CKPT-BRANCH-LINES-WRITTEN TO BRANCH-LINES-WRITTEN.      00008526
           MOVE "N" TO FIRST-RECORD-SWITCH.                             00008530
                                                                        00008540
       163-RESTORE-EXCEPTION-CHECKPOINT.                                00008550
           MOVE "Y" TO FIRST-RECORD-SWITCH.                             00009270
           MOVE ZERO TO PAGE-COUNT.                                     00009280
           MOVE +99 TO LINE-COUNT.                                      00009290
           MOVE ZERO TO BRANCH-PAGE-COUNT.                              00009292
           MOVE +99 TO BRANCH-LINE-COUNT.                               00009294
           MOVE ZERO TO BRANCH-LINES-WRITTEN.                           00009296
           MOVE "N" TO RESTART-SWITCH.                                  00009300
                                                                        00009310
       170-REPOSITION-CUSTMAST.                                         00009320
                   IF CC-LINES-ON-PAGE NOT = ZERO                       00009750
                       MOVE CC-LINES-ON-PAGE TO LINES-ON-PAGE           00009760
                   END-IF                                               00009770
                   IF CC-DISTRIBUTION-OPTION = "Y"                      00009772
                       SET DISTRIBUTING TO TRUE                         00009774
                   END-IF                                               00009776
           END-READ.                                                    00009780
                                                                        00009790
       200-LOAD-SALESREP-TABLE.                                         00009800
                       COMPUTE QUOTA-SUB = BM-BRANCH-NUMBER + 1         00010400
                       MOVE BM-BRANCH-NAME                              00010410
                           TO BNT-BRANCH-NAME (QUOTA-SUB)               00010420
                       MOVE BM-MANAGER-NAME                             00010423
                           TO BNT-MANAGER-NAME (QUOTA-SUB)              00010426
                   END-IF                                               00010430
           END-READ.                                                    00010440
                                                                        00010450
                    PERFORM 360-PRINT-BRANCH-LINE                       00010600
                END-IF                                                  00010610
               WHEN FIRST-RECORD                                        00010620
                IF DISTRIBUTING                                         00010622
                    PERFORM 370-OPEN-BRANCH-REPORT                      00010624
                END-IF                                                  00010626
                PERFORM 320-PRINT-CUSTOMER-LINE                         00010630
                MOVE "N" TO FIRST-RECORD-SWITCH                         00010640
                MOVE CM-SALESREP-NUMBER TO OLD-SALESREP-NUMBER          00010650
               WHEN CM-BRANCH-NUMBER > OLD-BRANCH-NUMBER                00010670
                PERFORM 355-PRINT-SALES-REP-LINE                        00010680
                PERFORM 360-PRINT-BRANCH-LINE                           00010690
                IF DISTRIBUTING                                         00010692
                    PERFORM 370-OPEN-BRANCH-REPORT                      00010694
                END-IF                                                  00010696
                PERFORM 320-PRINT-CUSTOMER-LINE                         00010700
                MOVE CM-SALESREP-NUMBER TO OLD-SALESREP-NUMBER          00010710
                MOVE CM-BRANCH-NUMBER TO OLD-BRANCH-NUMBER              00010720
           END-IF.                                                      00011760
           MOVE CUSTOMER-LINE TO PRINT-AREA.                            00011770
           PERFORM 350-WRITE-REPORT-LINE.                               00011780
           IF BRANCH-REPORT-OPEN                                        00011783
               PERFORM 374-MIRROR-REPORT-LINE.                          00011786
           MOVE 1 TO SPACE-CONTROL.                                     00011790
           PERFORM 322-WRITE-EXTRACT-CUSTOMER.                          00011800
           IF NOT SEQUENCE-ERROR                                        00011810
                                                                        00012820
                                                                        00012830
       355-PRINT-SALES-REP-LINE.                                        00012840
           PERFORM 358-APPLY-SPLIT-ADJUSTMENT.                          00012845
           MOVE SALESREP-TOTAL-THIS-YTD TO STL-SALES-THIS-YTD.          00012850
           MOVE SALESREP-TOTAL-LAST-YTD TO STL-SALES-LAST-YTD.          00012860
           COMPUTE CHANGE-AMOUNT =                                      00012870
                       MOVE "*****" TO STL-QUOTA-PCT-R                  00013120
               END-COMPUTE                                              00013130
           END-IF.                                                      00013140
           IF SPLIT-FOUND                                               00013142
               IF LINE-COUNT + 3 > LINES-ON-PAGE                        00013144
                   PERFORM 330-PRINT-HEADING-LINES                      00013146
               END-IF                                                   00013148
           ELSE                                                         00013150
               IF LINE-COUNT + 2 > LINES-ON-PAGE                        00013152
                   PERFORM 330-PRINT-HEADING-LINES                      00013154
               END-IF                                                   00013156
           END-IF.                                                      00013158
           IF SPLIT-FOUND                                               00013161
               MOVE SPLIT-CREDIT-LINE TO PRINT-AREA                     00013162
               PERFORM 350-WRITE-REPORT-LINE                            00013163
               IF BRANCH-REPORT-OPEN                                    00013164
                   PERFORM 374-MIRROR-REPORT-LINE                       00013165
               END-IF                                                   00013166
           END-IF.                                                      00013167
           MOVE SALESREP-FILLER-LINE TO PRINT-AREA.                     00013170
           PERFORM 350-WRITE-REPORT-LINE.                               00013180
           IF BRANCH-REPORT-OPEN                                        00013183
               PERFORM 374-MIRROR-REPORT-LINE.                          00013186
           MOVE SALESREP-TOTAL-LINE TO PRINT-AREA.                      00013190
           PERFORM 350-WRITE-REPORT-LINE.                               00013200
           IF BRANCH-REPORT-OPEN                                        00013203
               PERFORM 374-MIRROR-REPORT-LINE.                          00013206
           MOVE "REP"              TO EXD-RECORD-TYPE.                  00013210
           MOVE OLD-BRANCH-NUMBER  TO EXD-BRANCH-NUMBER.                00013220
           MOVE OLD-SALESREP-NUMBER TO EXD-SALESREP-NUMBER.             00013230
                                                                        00013350
       360-PRINT-BRANCH-LINE.                                           00013360
                                                                        00013370
           PERFORM 356-PRINT-SPLIT-ONLY-REPS.                           00013375
           MOVE BRANCH-TOTAL-THIS-YTD TO BTL-SALES-THIS-YTD.            00013380
           MOVE BRANCH-TOTAL-LAST-YTD TO BTL-SALES-LAST-YTD.            00013390
           COMPUTE CHANGE-AMOUNT =                                      00013400
               PERFORM 330-PRINT-HEADING-LINES.                         00013730
           MOVE BRANCH-FILLER-LINE TO PRINT-AREA.                       00013740
           PERFORM 350-WRITE-REPORT-LINE.                               00013750
           IF BRANCH-REPORT-OPEN                                        00013753
               PERFORM 374-MIRROR-REPORT-LINE.                          00013756
           MOVE BRANCH-TOTAL-LINE TO PRINT-AREA.                        00013760
           PERFORM 350-WRITE-REPORT-LINE.                               00013770
           IF BRANCH-REPORT-OPEN                                        00013773
               PERFORM 374-MIRROR-REPORT-LINE.                          00013776
           MOVE SPACES TO PRINT-AREA.                                   00013780
           PERFORM 350-WRITE-REPORT-LINE.                               00013790
           IF BRANCH-REPORT-OPEN                                        00013793
               PERFORM 374-MIRROR-REPORT-LINE.                          00013796
           MOVE "BRANCH"           TO EXD-RECORD-TYPE.                  00013800
           MOVE OLD-BRANCH-NUMBER  TO EXD-BRANCH-NUMBER.                00013810
           MOVE SPACE              TO EXD-SALESREP-NUMBER.              00013820
           ADD BRANCH-TOTAL-LAST-YTD TO GRAND-TOTAL-LAST-YTD.           00013980
           INITIALIZE BRANCH-TOTAL-THIS-YTD                             00013990
                      BRANCH-TOTAL-LAST-YTD.                            00014000
           IF BRANCH-REPORT-OPEN                                        00014003
               PERFORM 380-CLOSE-BRANCH-REPORT.                         00014006
                                                                        00014010
       365-WRITE-CHECKPOINT.                                            00014020
           OPEN OUTPUT CHECKPOINT-FILE-NEW.                             00014030
           MOVE EXTRACT-RECORDS-WRITTEN TO CKPT-EXTRACT-RECORD-COUNT.   00014450
           MOVE GL-RECORDS-WRITTEN TO CKPT-GL-RECORD-COUNT.             00014460
           MOVE CM-CUSTOMER-KEY TO CKPT-LAST-CUSTOMER-KEY.              00014470
           MOVE BRANCH-PAGE-COUNT TO CKPT-BRANCH-PAGE-COUNT.            00014472
           MOVE BRANCH-LINE-COUNT TO CKPT-BRANCH-LINE-COUNT.            00014474
           MOVE BRANCH-LINES-WRITTEN TO CKPT-BRANCH-LINES-WRITTEN.      00014476
           MOVE CHECKPOINT-RECORD TO CHECKPOINT-NEW-RECORD.             00014480
           WRITE CHECKPOINT-NEW-RECORD.                                 00014490
                                                                        00014500
               MOVE ECL-TEXT TO PRINT-AREA                              00016500
               PERFORM 350-WRITE-REPORT-LINE                            00016510
           END-IF.                                                      00016520
           IF SPLIT-OVERFLOW-COUNT > ZERO                               00016521
               IF LINE-COUNT + 1 > LINES-ON-PAGE                        00016522
                   PERFORM 330-PRINT-HEADING-LINES                      00016523
               END-IF                                                   00016524
               MOVE SPACE TO ECL-TEXT                                   00016525
               STRING SPLIT-OVERFLOW-COUNT DELIMITED BY SIZE            00016526
                   " SPLIT CREDIT RECORD(S) IGNORED - TABLE FULL"       00016527
                   DELIMITED BY SIZE                                    00016528
                   INTO ECL-TEXT                                        00016529
               MOVE ECL-TEXT TO PRINT-AREA                              00016530
               PERFORM 350-WRITE-REPORT-LINE                            00016531
           END-IF.                                                      00016532
                                                                        00016533
       515-PRINT-EXCEPTION-ENTRIES.                                     00016540
           PERFORM VARYING EXC-INDEX FROM 1 BY 1                        00016550
               UNTIL EXC-INDEX > EXCEPTION-COUNT                        00016560
               TO RL-GRAND-TOTAL-LAST-YTD.                              00018540
           WRITE RUN-LOG-RECORD.                                        00018550
           CLOSE RUNLOG.                                                00018560
                                                                        00018565
       051-APPLY-SPLIT-CREDIT.                                          00018570
           COMPUTE BRT-SUBSCRIPT = CM-BRANCH-NUMBER + 1.                00018580
           COMPUTE QUOTA-SUB = CM-SALESREP-NUMBER + 1.                  00018590
           MOVE "Y" TO BRC-CUSTOMERS-SWITCH (BRT-SUBSCRIPT, QUOTA-SUB). 00018600
           PERFORM 052-READ-SPLIT-RECORD                                00018610
               WITH TEST BEFORE                                         00018615
               UNTIL SPLIT-CUSTOMER-KEY NOT < CM-CUSTOMER-KEY.          00018620
           MOVE "N" TO SPLIT-FOUND-SWITCH.                              00018630
           IF SPLIT-CUSTOMER-KEY = CM-CUSTOMER-KEY                      00018640
               PERFORM 053-CHECK-SPLIT-RECORD                           00018650
           END-IF.                                                      00018660
           IF SPLIT-FOUND                                               00018670
               PERFORM 054-POST-SPLIT-SHARES                            00018680
           ELSE                                                         00018690
               ADD CM-SALES-THIS-YTD TO RA-THIS-YTD (QUOTA-SUB)         00018700
           END-IF.                                                      00018710
                                                                        00018720
       052-READ-SPLIT-RECORD.                                           00018730
           READ SPLITCR                                                 00018740
               AT END                                                   00018750
                   SET SPLITCR-EOF TO TRUE                              00018760
                   MOVE HIGH-VALUE TO SPLIT-CUSTOMER-KEY                00018770
               NOT AT END                                               00018780
                   MOVE SC-CUSTOMER-KEY TO SPLIT-CUSTOMER-KEY           00018790
           END-READ.                                                    00018800
                                                                        00018810
       053-CHECK-SPLIT-RECORD.                                          00018820
           MOVE ZERO TO SPLIT-PERCENT-TOTAL.                            00018830
           SET SPLIT-FOUND TO TRUE.                                     00018840
           IF SC-SHARE-COUNT NOT NUMERIC                                00018850
               MOVE "N" TO SPLIT-FOUND-SWITCH                           00018860
           ELSE                                                         00018870
               IF SC-SHARE-COUNT < 2 OR SC-SHARE-COUNT > 5              00018880
                   MOVE "N" TO SPLIT-FOUND-SWITCH                       00018890
               ELSE                                                     00018900
                   PERFORM 056-ADD-SHARE-PERCENT                        00018910
                       WITH TEST BEFORE                                 00018915
                       VARYING SPLIT-SHARE-SUB FROM 1 BY 1              00018920
                       UNTIL SPLIT-SHARE-SUB > SC-SHARE-COUNT           00018930
                   IF SPLIT-PERCENT-TOTAL NOT = 100                     00018940
                       MOVE "N" TO SPLIT-FOUND-SWITCH                   00018950
                   END-IF                                               00018960
               END-IF                                                   00018970
           END-IF.                                                      00018980
           IF NOT SPLIT-FOUND AND NOT RESTARTING                        00018990
               MOVE "INVALID SPLIT" TO EXC-TYPE-WS                      00019000
               PERFORM 328-LOG-EXCEPTION                                00019010
           END-IF.                                                      00019020
           IF SPLIT-FOUND AND SPLIT-ENTRY-COUNT > 494                   00019030
               MOVE "N" TO SPLIT-FOUND-SWITCH                           00019040
               ADD 1 TO SPLIT-OVERFLOW-COUNT                            00019050
           END-IF.                                                      00019060
                                                                        00019070
       054-POST-SPLIT-SHARES.                                           00019080
           MOVE CM-SALES-THIS-YTD TO SPLIT-REMAINING-THIS-YTD.          00019090
           MOVE CM-SALES-LAST-YTD TO SPLIT-REMAINING-LAST-YTD.          00019100
           MOVE CM-SALESREP-NUMBER TO SPLIT-SALESREP-NUMBER.            00019110
           COMPUTE SPLIT-SHARE-THIS-YTD = ZERO - CM-SALES-THIS-YTD.     00019120
           COMPUTE SPLIT-SHARE-LAST-YTD = ZERO - CM-SALES-LAST-YTD.     00019130
           PERFORM 058-POST-SPLIT-AMOUNT.                               00019140
           PERFORM 057-POST-ONE-SHARE                                   00019150
               WITH TEST BEFORE                                         00019155
               VARYING SPLIT-SHARE-SUB FROM 1 BY 1                      00019160
               UNTIL SPLIT-SHARE-SUB > SC-SHARE-COUNT.                  00019170
                                                                        00019180
       056-ADD-SHARE-PERCENT.                                           00019190
           IF SC-SHARE-SALESREP (SPLIT-SHARE-SUB) NOT NUMERIC           00019200
           OR SC-SHARE-PERCENT (SPLIT-SHARE-SUB) NOT NUMERIC            00019210
               MOVE "N" TO SPLIT-FOUND-SWITCH                           00019220
           ELSE                                                         00019230
               ADD SC-SHARE-PERCENT (SPLIT-SHARE-SUB)                   00019240
                   TO SPLIT-PERCENT-TOTAL                               00019250
           END-IF.                                                      00019260
                                                                        00019270
       057-POST-ONE-SHARE.                                              00019280
           IF SPLIT-SHARE-SUB = SC-SHARE-COUNT                          00019290
               MOVE SPLIT-REMAINING-THIS-YTD TO SPLIT-SHARE-THIS-YTD    00019300
               MOVE SPLIT-REMAINING-LAST-YTD TO SPLIT-SHARE-LAST-YTD    00019310
           ELSE                                                         00019320
               COMPUTE SPLIT-SHARE-THIS-YTD ROUNDED =                   00019330
                   CM-SALES-THIS-YTD *                                  00019340
                       SC-SHARE-PERCENT (SPLIT-SHARE-SUB) / 100         00019350
               COMPUTE SPLIT-SHARE-LAST-YTD ROUNDED =                   00019360
                   CM-SALES-LAST-YTD *                                  00019370
                       SC-SHARE-PERCENT (SPLIT-SHARE-SUB) / 100         00019380
               SUBTRACT SPLIT-SHARE-THIS-YTD                            00019390
                   FROM SPLIT-REMAINING-THIS-YTD                        00019400
               SUBTRACT SPLIT-SHARE-LAST-YTD                            00019410
                   FROM SPLIT-REMAINING-LAST-YTD                        00019420
           END-IF.                                                      00019430
           MOVE SC-SHARE-SALESREP (SPLIT-SHARE-SUB)                     00019440
               TO SPLIT-SALESREP-NUMBER.                                00019450
           IF SPLIT-SALESREP-NUMBER < FILTER-SALESREP-LOW               00019460
           OR SPLIT-SALESREP-NUMBER > FILTER-SALESREP-HIGH              00019470
               MOVE CM-SALESREP-NUMBER TO SPLIT-SALESREP-NUMBER         00019480
           END-IF.                                                      00019490
           COMPUTE QUOTA-SUB = SPLIT-SALESREP-NUMBER + 1.               00019500
           ADD SPLIT-SHARE-THIS-YTD TO RA-THIS-YTD (QUOTA-SUB).         00019510
           PERFORM 058-POST-SPLIT-AMOUNT.                               00019520
                                                                        00019530
       058-POST-SPLIT-AMOUNT.                                           00019540
           SET SCT-INDEX TO 1.                                          00019550
           SEARCH SPLIT-CREDIT-ENTRY                                    00019560
               AT END                                                   00019570
                   CONTINUE                                             00019580
               WHEN SCT-INDEX > SPLIT-ENTRY-COUNT                       00019590
                   PERFORM 059-ADD-SPLIT-ENTRY                          00019600
               WHEN SCT-BRANCH-NUMBER (SCT-INDEX) = CM-BRANCH-NUMBER    00019610
                AND SCT-SALESREP-NUMBER (SCT-INDEX) =                   00019620
                        SPLIT-SALESREP-NUMBER                           00019630
                   ADD SPLIT-SHARE-THIS-YTD TO SCT-THIS-YTD (SCT-INDEX) 00019640
                   ADD SPLIT-SHARE-LAST-YTD TO SCT-LAST-YTD (SCT-INDEX) 00019650
           END-SEARCH.                                                  00019660
                                                                        00019670
       059-ADD-SPLIT-ENTRY.                                             00019680
           ADD 1 TO SPLIT-ENTRY-COUNT.                                  00019690
           SET SCT-INDEX TO SPLIT-ENTRY-COUNT.                          00019700
           MOVE CM-BRANCH-NUMBER TO SCT-BRANCH-NUMBER (SCT-INDEX).      00019710
           MOVE SPLIT-SALESREP-NUMBER                                   00019720
               TO SCT-SALESREP-NUMBER (SCT-INDEX).                      00019730
           MOVE SPLIT-SHARE-THIS-YTD TO SCT-THIS-YTD (SCT-INDEX).       00019740
           MOVE SPLIT-SHARE-LAST-YTD TO SCT-LAST-YTD (SCT-INDEX).       00019750
                                                                        00019760
       354-MOVE-SPLIT-REP-NAME.                                         00019770
           SET SRT-INDEX TO 1.                                          00019780
           SEARCH SALESREP-GROUP                                        00019790
              AT END                                                    00019800
                 MOVE "UNKNOWN" TO SCL-SALESREP-NAME                    00019810
              WHEN SALESREP-NUMBER (SRT-INDEX) = OLD-SALESREP-NUMBER    00019820
                 MOVE SALES-REP-NAME (SRT-INDEX) TO SCL-SALESREP-NAME   00019830
           END-SEARCH.                                                  00019840
                                                                        00019850
       356-PRINT-SPLIT-ONLY-REPS.                                       00019860
           MOVE OLD-SALESREP-NUMBER TO SPLIT-SAVE-SALESREP-NUMBER.      00019870
           PERFORM 359-PRINT-SPLIT-ONLY-REP                             00019880
               WITH TEST BEFORE                                         00019885
               VARYING SPLIT-PRINT-SUB FROM 1 BY 1                      00019890
               UNTIL SPLIT-PRINT-SUB > SPLIT-ENTRY-COUNT.               00019900
           MOVE SPLIT-SAVE-SALESREP-NUMBER TO OLD-SALESREP-NUMBER.      00019910
                                                                        00019920
       358-APPLY-SPLIT-ADJUSTMENT.                                      00019930
           MOVE "N" TO SPLIT-FOUND-SWITCH.                              00019940
           SET SCT-INDEX TO 1.                                          00019950
           SEARCH SPLIT-CREDIT-ENTRY                                    00019960
               AT END                                                   00019970
                   CONTINUE                                             00019980
               WHEN SCT-INDEX > SPLIT-ENTRY-COUNT                       00019990
                   CONTINUE                                             00020000
               WHEN SCT-BRANCH-NUMBER (SCT-INDEX) = OLD-BRANCH-NUMBER   00020010
                AND SCT-SALESREP-NUMBER (SCT-INDEX) =                   00020020
                        OLD-SALESREP-NUMBER                             00020030
                   SET SPLIT-FOUND TO TRUE                              00020040
                   ADD SCT-THIS-YTD (SCT-INDEX)                         00020050
                       TO SALESREP-TOTAL-THIS-YTD                       00020060
                   ADD SCT-LAST-YTD (SCT-INDEX)                         00020070
                       TO SALESREP-TOTAL-LAST-YTD                       00020080
                   MOVE SCT-THIS-YTD (SCT-INDEX) TO SCL-SALES-THIS-YTD  00020090
                   MOVE SCT-LAST-YTD (SCT-INDEX) TO SCL-SALES-LAST-YTD  00020100
                   MOVE OLD-SALESREP-NUMBER TO SCL-SALESREP-NUMBER      00020110
                   PERFORM 354-MOVE-SPLIT-REP-NAME                      00020120
           END-SEARCH.                                                  00020130
                                                                        00020140
       359-PRINT-SPLIT-ONLY-REP.                                        00020150
           IF SCT-BRANCH-NUMBER (SPLIT-PRINT-SUB) = OLD-BRANCH-NUMBER   00020160
               COMPUTE BRT-SUBSCRIPT = OLD-BRANCH-NUMBER + 1            00020170
               COMPUTE QUOTA-SUB =                                      00020180
                   SCT-SALESREP-NUMBER (SPLIT-PRINT-SUB) + 1            00020190
               IF BRC-CUSTOMERS-SWITCH (BRT-SUBSCRIPT, QUOTA-SUB) = "N" 00020200
                   MOVE SCT-SALESREP-NUMBER (SPLIT-PRINT-SUB)           00020210
                       TO OLD-SALESREP-NUMBER                           00020220
                   PERFORM 355-PRINT-SALES-REP-LINE                     00020230
               END-IF                                                   00020240
           END-IF.                                                      00020250
