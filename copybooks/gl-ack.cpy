      *****************************************************************
      *    COPYBOOK:   GL-ACK
      *    PURPOSE:    RECORD LAYOUT OF THE GLACK ACKNOWLEDGMENT FILE
      *                THE G/L INTAKE RETURNS FOR EACH SETTLEXT IT
      *                RECEIVES. FRAMED THE SAME WAY AS SETTLEXT -
      *                80 BYTES, TYPE IN COLUMNS 1-3: ONE HDR NAMING
      *                THE DATE THE G/L PROCESSED THE FILE AND THE RUN
      *                ID FROM THE SETTLEXT HEADER IT ANSWERS, ONE DTL
      *                PER SETTLEXT DETAIL CARRYING THE SAME
      *                EXPRESSION ID, EFFECTIVE DATE AND RUN ID WITH
      *                AN ACCEPTED ("A") OR REJECTED ("R") FLAG AND
      *                THE G/L'S REJECT REASON, AND ONE TRL WITH THE
      *                DETAIL COUNT. READ BY GL-ACK-RECON.
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    DATE       INIT  DESCRIPTION
      *    ---------  ----  ------------------------------------------
      *    2026-10-14 DM    ORIGINAL.
      *****************************************************************
       01  GL-ACK-RECORD.
           05  GA-RECORD-TYPE          PIC X(03).
               88  GA-HEADER                      VALUE "HDR".
               88  GA-DETAIL                      VALUE "DTL".
               88  GA-TRAILER                     VALUE "TRL".
           05  GA-DETAIL-DATA.
               10  GA-EXPR-ID          PIC X(10).
               10  GA-EFF-DATE         PIC X(08).
               10  GA-RUN-ID           PIC X(15).
               10  GA-ACK-FLAG         PIC X(01).
                   88  GA-ACCEPTED                VALUE "A".
                   88  GA-REJECTED                VALUE "R".
               10  GA-REASON           PIC X(20).
               10  FILLER              PIC X(23).
           05  GA-HEADER-DATA REDEFINES GA-DETAIL-DATA.
               10  GA-ACK-DATE         PIC X(08).
               10  GA-EXTRACT-RUN-ID   PIC X(15).
               10  FILLER              PIC X(54).
           05  GA-TRAILER-DATA REDEFINES GA-DETAIL-DATA.
               10  GA-RECORD-COUNT     PIC 9(09).
               10  FILLER              PIC X(68).
