           05  EMPCKPT-TRANS-DUP       PIC S9(09) USAGE COMP.
           05  EMPCKPT-TRANS-BAD-TYPE  PIC S9(09) USAGE COMP.
           05  EMPCKPT-TRANS-SUSP      PIC S9(09) USAGE COMP.
           05  EMPCKPT-TRANS-CHG-REJ   PIC S9(09) USAGE COMP.
           05  EMPCKPT-RUN-COMPLETE    PIC X(01).
               88  EMPCKPT-COMPLETE            VALUE 'Y'.
               88  EMPCKPT-IN-PROGRESS         VALUE 'N'.
