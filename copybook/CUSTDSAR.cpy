      ******************************************************************
      * COPYBOOK : CUSTDSAR
      * 800-byte fixed record layout for TCSCDSAR's data-subject
      * access export (DSAREXP): every row held about one CUID, in
      * labelled sections, between the standard CBSFEEDC header and
      * trailer (the trailer hash is the CUID over every record).
      * Each section opens with an 'S' record naming the table and
      * describing what it holds, carries one 'D' record per row -
      * the row's columns as NAME=value pairs, full column width, in
      * DX-ROW-DATA - and closes with an 'E' record whose
      * DX-ROW-NUMBER is the section's row count. A section with no
      * rows still has its 'S' and 'E' records, so the export shows
      * it was searched.
      ******************************************************************
       01 DSAR-EXPORT-REC.
          05 DX-RECORD-TYPE           PIC X(1).
             88 DX-SECTION-START          VALUE 'S'.
             88 DX-DETAIL                 VALUE 'D'.
             88 DX-SECTION-END            VALUE 'E'.
          05 DX-CUID                  PIC 9(9).
          05 DX-SECTION-NAME          PIC X(24).
          05 DX-ROW-NUMBER            PIC 9(9).
          05 DX-ROW-DATA              PIC X(757).
          05 DX-SECTION-TEXT REDEFINES DX-ROW-DATA.
             10 DX-SECTION-DESCRIPTION PIC X(60).
             10 FILLER                PIC X(697).
