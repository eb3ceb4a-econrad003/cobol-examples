      * Grid copy of an export record, written by GRIDXFRM to
      * GRIDEXP.DAT when a job's records in a transfer batch are put
      * on the county grid for the GIS import.  The record is the
      * export record as EXPSTAGE cut it (triexp.cpy) except that
      * the six vertex coordinates are on the grid and widened to
      * eight whole digits to hold grid values; the fields ahead of
      * them (timestamp through job number) and the three cancel
      * fields after them are carried as they stand.
       01  GRID-EXPORT-DETAIL.
           02  GEX-LEADING-FIELDS       PIC X(220).
           02  GEX-XA                   PIC -(8)9.9(4).
           02  FILLER                   PIC X(1) VALUE "|".
           02  GEX-YA                   PIC -(8)9.9(4).
           02  FILLER                   PIC X(1) VALUE "|".
           02  GEX-XB                   PIC -(8)9.9(4).
           02  FILLER                   PIC X(1) VALUE "|".
           02  GEX-YB                   PIC -(8)9.9(4).
           02  FILLER                   PIC X(1) VALUE "|".
           02  GEX-XC                   PIC -(8)9.9(4).
           02  FILLER                   PIC X(1) VALUE "|".
           02  GEX-YC                   PIC -(8)9.9(4).
           02  FILLER                   PIC X(1) VALUE "|".
           02  GEX-CANCEL-FIELDS        PIC X(27).
