       01  CUSTOMER-CHANGE-RECORD.                                      00100000
           05  CJ-CUSTOMER-KEY.                                         00110000
               10  CJ-BRANCH-NUMBER    PIC 9(2).                        00120000
               10  CJ-SALESREP-NUMBER  PIC 9(2).                        00130000
               10  CJ-CUSTOMER-NUMBER  PIC 9(5).                        00140000
           05  CJ-PROGRAM-NAME         PIC X(8).                        00150000
           05  CJ-RUN-DATE             PIC 9(8).                        00160000
           05  CJ-RUN-TIME.                                             00170000
               10  CJ-RUN-HOURS        PIC 9(2).                        00180000
               10  CJ-RUN-MINUTES      PIC 9(2).                        00190000
           05  CJ-CHANGE-TYPE          PIC X(1).                        00200000
               88  CJ-CUSTOMER-ADDED       VALUE "A".                   00210000
               88  CJ-CUSTOMER-CHANGED     VALUE "C".                   00220000
               88  CJ-CUSTOMER-DELETED     VALUE "D".                   00230000
               88  CJ-CUSTOMER-MOVED       VALUE "M".                   00240000
               88  CJ-YEAR-END-ROLLOVER    VALUE "Y".                   00250000
               88  CJ-CUSTOMER-PURGED      VALUE "P".                   00260000
               88  CJ-CUSTOMER-RESTORED    VALUE "R".                   00270000
               88  CJ-SALES-POSTED         VALUE "S".                   00280000
               88  CJ-POSTING-BACKED-OUT   VALUE "B".                   00290000
           05  CJ-CHANGED-FIELDS.                                       00300000
               10  CJ-KEY-CHANGED      PIC X(1).                        00310000
               10  CJ-NAME-CHANGED     PIC X(1).                        00320000
               10  CJ-THIS-YTD-CHANGED PIC X(1).                        00330000
               10  CJ-LAST-YTD-CHANGED PIC X(1).                        00340000
           05  CJ-BEFORE-IMAGE.                                         00350000
               10  CJ-BEFORE-KEY.                                       00360000
                   15  CJ-BEFORE-BRANCH-NUMBER   PIC 9(2).              00370000
                   15  CJ-BEFORE-SALESREP-NUMBER PIC 9(2).              00380000
                   15  CJ-BEFORE-CUSTOMER-NUMBER PIC 9(5).              00390000
               10  CJ-BEFORE-NAME      PIC X(20).                       00400000
               10  CJ-BEFORE-THIS-YTD  PIC S9(8)V99.                    00410000
               10  CJ-BEFORE-LAST-YTD  PIC S9(8)V99.                    00420000
           05  CJ-AFTER-IMAGE.                                          00430000
               10  CJ-AFTER-KEY.                                        00440000
                   15  CJ-AFTER-BRANCH-NUMBER    PIC 9(2).              00450000
                   15  CJ-AFTER-SALESREP-NUMBER  PIC 9(2).              00460000
                   15  CJ-AFTER-CUSTOMER-NUMBER  PIC 9(5).              00470000
               10  CJ-AFTER-NAME       PIC X(20).                       00480000
               10  CJ-AFTER-THIS-YTD   PIC S9(8)V99.                    00490000
               10  CJ-AFTER-LAST-YTD   PIC S9(8)V99.                    00500000
           05  CJ-REFERENCE            PIC X(10).                       00510000
           05  FILLER                  PIC X(8).                        00520000
