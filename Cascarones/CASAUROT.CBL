      *----------------------------------------------------------------
      * Bitacora de cambios                                           |
      *  02/09/2026 JSA Version inicial.                               |
      *  14/10/2026 JSA Bitacora de auditoria AUDITARCH e historias   |
      *                 AUDITHIS/AUDITHISN con los operadores de      |
      *                 captura y de aprobacion.                      |
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  AUD-HORA                    PIC 9(08).
           05  AUD-IMAGEN-ANTES            PIC X(113).
           05  AUD-IMAGEN-DESPUES          PIC X(113).
           05  AUD-OPERADOR-CAPTURA        PIC X(08).
           05  AUD-OPERADOR-APRUEBA        PIC X(08).
      *
      *----------------------------------------------------------------
      * Historia de auditoria vigente: cada registro de bitacora con  |
           LABEL RECORDS               ARE STANDARD.
       01  AUDITHIS-REC.
           05  HIS-PERIODO                 PIC 9(06).
           05  HIS-BITACORA                PIC X(268).
      *
      *----------------------------------------------------------------
      * Historia de auditoria nueva: la vigente depurada por          |
           LABEL RECORDS               ARE STANDARD.
       01  AUDITHISN-REC.
           05  HISN-PERIODO                PIC 9(06).
           05  HISN-BITACORA               PIC X(268).
      *
      *----------------------------------------------------------------
      * Listado de salida con los totales de la corrida.              |
