       01 WS-SRV-CUSTOMER-ID           PIC S9(9) USAGE COMP VALUE 0.
       01 WS-SRV-ACCT-COUNT            PIC 9(4) USAGE COMP VALUE 0.
       01 WS-RPT-ACCOUNT-DISPLAY       PIC Z(17)9.
       01 WS-RPT-BALANCE-DISPLAY       PIC -,---,---,---,--9.
       01 WS-REPLY-TO-QUEUE            PIC X(48) VALUE SPACES.
       01 WS-REQUEST-MSGID             PIC X(24) VALUE LOW-VALUES.

