      *****************************************************************
      * RUNPFX.CPY
      * Run prefix shared by NIGHTRUN and every program it calls.
      * Blank on a normal run, so each program opens its usual live
      * files. For a preview of the stream NIGHTRUN sets it (e.g.
      * 'PV-') and every step then builds its file names as prefix +
      * live name, so the whole run reads and writes a sandbox copy
      * of the file set and never touches the live one.
      *
      * EXTERNAL, so one copy is shared across the CALLs. A program
      * run on its own sees LOW-VALUES here and treats them as blank.
      *****************************************************************
       01  WS-RUN-PREFIX           PIC X(12)      EXTERNAL.
