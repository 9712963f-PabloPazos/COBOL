      * One entry is written per decision resolved: by a reviewer in
      * REVDEC (REV-REVISOR carries the signed-on operator id) or by
      * the automatic re-adjudication batch (REV-REVISOR 'READJUD'
      * and REV-VEREDICTO 'A') or, for a person reported dead, by the
      * death registry load (REV-REVISOR 'CARGAFAL' and REV-VEREDICTO
      * 'C', cancelled). REV-POLITICA is the version of the
      * POLITICAS row under which the veredicto was produced.
      ******************************************************************
       01 REGISTRO-REVISION.
