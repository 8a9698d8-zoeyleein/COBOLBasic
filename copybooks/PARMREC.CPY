      *****************************************************************
      *  PARMREC.CPY -- System parameter record for SYSPARM.DAT
      *
      *  One record per setting, keyed by name, maintained by
      *  supervisors through LoveParm. Each program reads the file
      *  at startup, takes the settings it uses, and keeps its own
      *  built-in value for any setting the file does not carry or
      *  carries out of range. Numeric settings are held right-
      *  justified with leading zeros in the first nine bytes of
      *  SP-VALUE (amounts in cents, times as HHMMSS); file-name
      *  settings are held as text.
      *****************************************************************
       01 SYSTEM-PARM-RECORD.
           05 SP-NAME                PIC X(20).
           05 FILLER                 PIC X VALUE SPACE.
           05 SP-VALUE               PIC X(25).
           05 SP-NUMERIC-VALUE REDEFINES SP-VALUE.
               10 SP-NUMBER          PIC 9(9).
               10 FILLER             PIC X(16).
