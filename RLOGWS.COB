       77 WRK-FS-RLOG     PIC X(02) VALUE SPACES.
       77 WRK-RLOG-DATA   PIC 9(08) VALUE ZEROS.
       77 WRK-RLOG-HORA   PIC 9(08) VALUE ZEROS.
       77 WRK-RLOG-PROGRAMA PIC X(10) VALUE SPACES.
       77 WRK-RLOG-STATUS PIC X(10) VALUE SPACES.
       77 WRK-RLOG-RETORNO PIC S9(04) VALUE ZEROS.
