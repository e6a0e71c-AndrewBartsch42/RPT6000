       01  COMMISSION-PAYABLE-RECORD.                                   00100000
           05  CP-RECORD-TYPE          PIC X(1).                        00110000
               88  CP-DETAIL-RECORD    VALUE "D".                       00120000
               88  CP-TRAILER-RECORD   VALUE "T".                       00130000
           05  CP-DETAIL-DATA.                                          00140000
               10  CP-SALESREP-NUMBER  PIC 9(2).                        00150000
               10  CP-SALESREP-NAME    PIC X(10).                       00160000
               10  CP-PAY-PERIOD       PIC 9(6).                        00170000
               10  CP-COMMISSION-AMOUNT                                 00180000
                                       PIC S9(8)V99.                    00190000
               10  CP-COMMISSION-RATE  PIC 9V999.                       00200000
               10  CP-SALES-BASE       PIC S9(10)V99.                   00210000
               10  CP-COMMISSION-TO-DATE                                00220000
                                       PIC S9(8)V99.                    00230000
               10  CP-COMMISSION-YEAR  PIC 9(4).                        00240000
               10  FILLER              PIC X(21).                       00250000
           05  CP-TRAILER-DATA REDEFINES CP-DETAIL-DATA.                00260000
               10  CP-TRAILER-PERIOD   PIC 9(6).                        00270000
               10  CP-TRAILER-COUNT    PIC 9(6).                        00280000
               10  CP-TRAILER-AMOUNT   PIC S9(10)V99.                   00290000
               10  CP-TRAILER-RUN-DATE PIC 9(8).                        00300000
               10  FILLER              PIC X(47).                       00310000
