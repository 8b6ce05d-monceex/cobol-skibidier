       01  RUNCTL-RECORD                 VALUE SPACES.
           05  RUNCTL-BUSN-DATE          PIC 9(08).
           05  RUNCTL-PROGRAM            PIC X(09).
      *        the programs a RUNOVRD rerun can put right
               88  RUNCTL-IS-RERUNNABLE      VALUE "SKIBIDIER"
                                                   "PUNCHER"
                                                   "DLYRPT"
                                                   "GLEXTR".
           05  RUNCTL-REC-TYPE           PIC X(01).
               88  RUNCTL-IS-START           VALUE "S".
               88  RUNCTL-IS-END             VALUE "E".
