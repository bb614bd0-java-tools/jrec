000033 01  WS-TRANSACTION-RECORD.
000034     05  TR-SOC-SEC-NUMBER                PIC X(9).
00034A     05  TR-EMPLOYEE-ID REDEFINES TR-SOC-SEC-NUMBER.
00034B         10  TR-EMP-ID-PREFIX             PIC X.
00034C             88  TR-KEYED-BY-EMPLOYEE-ID  VALUE 'E'.
00034D         10  TR-EMP-ID-NUMBER             PIC 9(8).
000035     05  TR-NAME.
000036         10  TR-LAST-NAME                 PIC X(15).
000037         10  TR-INITIALS                  PIC XX.
