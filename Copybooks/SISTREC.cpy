      ******************************************************************
      * SISTREC.cpy
      * Record layout for the system status file (SISTEMA), a single
      * record written only by the nightly run LOTENOCT. SIS-LOTE is
      * set to 'S' with the date and time the run started, before
      * its first step, and back to 'N' when the run ends without
      * errors; a run stopped by a failing step leaves it set until
      * a restart finishes the day. While it is set MENUPRIN opens
      * sessions for inquiries only, unless a supervisor overrides
      * it. A missing file means no batch in progress.
      ******************************************************************
       01 REGISTRO-SISTEMA.
           02 SIS-LOTE            PIC X(1).
               88 SIS-LOTE-EN-CURSO   VALUE 'S'.
               88 SIS-LOTE-LIBRE      VALUES 'N' SPACE.
           02 SIS-PROGRAMA        PIC X(8).
           02 SIS-FECHA           PIC 9(8).
           02 SIS-HORA            PIC 9(8).
