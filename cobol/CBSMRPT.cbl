       01 WS-NORATE-COUNT              PIC S9(9) USAGE COMP VALUE 0.
       01 WS-LIM-NATIVE-DISPLAY        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-LIM-CONV-DISPLAY          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-BAL-NATIVE-DISPLAY        PIC -,---,---,---,--9.
       01 WS-BAL-CONV-DISPLAY          PIC -,---,---,---,--9.99.
       01 WS-NORATE-DISPLAY            PIC ZZZ,ZZZ,ZZ9.
      ******************************************************************
      * PATH : .../Cobol Include/CBSMST.cpy
