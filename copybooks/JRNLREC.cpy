               88  JRNL-ACTION-REWRITE VALUE 'R'.
               88  JRNL-ACTION-DELETE  VALUE 'D'.
           05  JRNL-COUNTER-ID         PIC X(10).
           05  JRNL-BEFORE-IMAGE       PIC X(95).
           05  JRNL-AFTER-IMAGE        PIC X(95).
