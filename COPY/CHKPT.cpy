           05  CKPT-SOMA-PATRONAL          PIC 9(12)V99.
           05  CKPT-SOMA-CONSIG            PIC 9(12)V99.
           05  CKPT-CONT-CONSIG-EXC        PIC 9(05).
           05  CKPT-SOMA-ADIANT            PIC 9(12)V99.
           05  CKPT-SOMA-PENSAO            PIC 9(12)V99.
           05  CKPT-CONT-PENSAO-EXC        PIC 9(05).
           05  CKPT-CONT-CLASSE-EXC        PIC 9(05).
           05  CKPT-CONT-ADIANT-EXC        PIC 9(05).
