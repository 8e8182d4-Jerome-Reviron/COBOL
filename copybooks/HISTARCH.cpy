          05 ChecksumArchive PIC 9(5) VALUE 0.
          05 CanalArchive PIC X(1) VALUE "G".
          05 TitulaireArchive PIC X(1) VALUE "T".
          05 ProcurationArchive PIC 9(6) VALUE 0.
