      *****************************************************************
      *  CCMAPREC - COUNTER TO COST-CENTRE MAPPING CARD (CCMAP)
      *             ONE 80-BYTE CARD PER COUNTER, KEPT BY FINANCE,
      *             NAMING THE BUSINESS UNIT AND COST CENTRE THAT PAY
      *             FOR THE NUMBERS THE COUNTER HANDS OUT. CHGBCK01
      *             ROLLS THE MONTH'S USAGE UP THROUGH IT. A COUNTER
      *             WITH NO CARD IS NOT CHARGED TO ANYONE - IT IS
      *             LISTED AS AN EXCEPTION ON THE CHARGEBACK REPORT AND
      *             LEFT OFF THE GL FEED UNTIL FINANCE MAPS IT. WHEN A
      *             COUNTER HAS MORE THAN ONE CARD THE FIRST ONE WINS.
      *****************************************************************
       01  CCMP-RECORD.
           05  CCMP-COUNTER-ID         PIC X(10).
           05  CCMP-BUSINESS-UNIT      PIC X(6).
           05  CCMP-COST-CENTRE        PIC X(8).
           05  CCMP-UNIT-NAME          PIC X(30).
           05  FILLER                  PIC X(26).
