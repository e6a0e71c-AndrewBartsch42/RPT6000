           05  RT-CUSTOMER-NAME    PIC X(20).                           00000770
           05  RT-SALES-THIS-YTD   PIC 9(8)V99.                         00000780
           05  RT-SALES-LAST-YTD   PIC 9(8)V99.                         00000790
           05  RT-PURGE-DATE       PIC 9(8).                            00000796
           05  FILLER              PIC X(14)  VALUE SPACE.              00000802
                                                                        00000810
       01  REQUEST-TABLE.                                               00000820
           05  REQUEST-ENTRY OCCURS 100 TIMES                           00000830
       340-RESTORE-ONE-CUSTOMER.                                        00002970
           ADD 1 TO CUSTOMERS-RESTORED-COUNT.                           00002980
           MOVE SPACE TO RESTORE-TRANSACTION.                           00002990
           MOVE "R" TO RT-ACTION-CODE.                                  00003000
           MOVE AR-BRANCH-NUMBER   TO RT-BRANCH-NUMBER.                 00003010
           MOVE AR-SALESREP-NUMBER TO RT-SALESREP-NUMBER.               00003020
           MOVE AR-CUSTOMER-NUMBER TO RT-CUSTOMER-NUMBER.               00003030
           MOVE AR-CUSTOMER-NAME   TO RT-CUSTOMER-NAME.                 00003040
           MOVE AR-SALES-THIS-YTD  TO RT-SALES-THIS-YTD.                00003050
           MOVE AR-SALES-LAST-YTD  TO RT-SALES-LAST-YTD.                00003060
           MOVE AR-PURGE-DATE      TO RT-PURGE-DATE.                    00003065
           MOVE RESTORE-TRANSACTION TO SORT-RECORD.                     00003070
           RELEASE SORT-RECORD.                                         00003080
           MOVE "RESTORED" TO ADL-STATUS.                               00003090
