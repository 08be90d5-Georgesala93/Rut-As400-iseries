      *             elimina de NOMARCHIVO por la ruta auditada, y se  |
      *             imprime un reporte con los totales por formato y  |
      *             estado. Como la llave admite duplicados (los      |
      *             formatos F1, F2 y F3 de un cliente comparten      |
      *             NUMINT) y el DELETE direcciona por llave, la      |
      *             depuracion se decide por grupo de llave: el       |
      *             cliente se depura solo cuando todos sus registros |
      *             estan vencidos; un cliente con vigencias mixtas   |
      *             se reporta y se conserva completo, para no dejar  |
      *             registros huerfanos.                              |
      *             Modo '2' (restaurar): recorre NOMHIST buscando la |
      *             llave recibida por parametro y reincorpora sus    |
      *  23/08/2026 JSA Version inicial.                               |
      *  02/09/2026 JSA Registro de inicio y fin de la corrida en el  |
      *                 archivo de control CTLPROCS.                  |
      *  14/10/2026 JSA Operador de captura (el programa) y de        |
      *                 aprobacion en la bitacora de auditoria        |
      *                 AUDITARCH.                                    |
      *  14/10/2026 JSA Totales de depurados NAFMT03 por estado.      |
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
      * Listado de salida con el reporte de la depuracion.            |
           05  W-CONT-F1-INACTIVOS         PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-F2-ACTIVOS           PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-F2-INACTIVOS         PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-F3-ACTIVOS           PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-F3-INACTIVOS         PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-OTROS-FMT            PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-MIXTOS               PIC  9(07) COMP VALUE ZERO.
      *
                 ADD 1                   TO W-CONT-F2-ACTIVOS
              WHEN ( FORMATO-NAFMT02 OF NOMARCHIVO-REC )
                 ADD 1                   TO W-CONT-F2-INACTIVOS
              WHEN ( FORMATO-NAFMT03 OF NOMARCHIVO-REC ) AND
                   ( REGISTRO-ACTIVO  OF NOMARCHIVO-REC )
                 ADD 1                   TO W-CONT-F3-ACTIVOS
              WHEN ( FORMATO-NAFMT03 OF NOMARCHIVO-REC )
                 ADD 1                   TO W-CONT-F3-INACTIVOS
              WHEN OTHER
                 ADD 1                   TO W-CONT-OTROS-FMT
           END-EVALUATE
      * Procedimiento : RESTAURAR-CLIENTE.                            |
      * Descripción   : Reincorpora a NOMARCHIVO los registros de la  |
      *                 llave recibida por parametro (el cliente      |
      *                 puede tener registro F1, F2 y F3). La llave   |
      *                 no debe existir ya en NOMARCHIVO (la llave    |
      *                 admite duplicados y la restauracion la        |
      *                 duplicaria) y, como la historia acumula       |
      *                 corridas, primero se busca la fecha de la     |
           ACCEPT AUD-HORA               FROM TIME
           MOVE W-IMAGEN-ANTES           TO AUD-IMAGEN-ANTES
           MOVE W-IMAGEN-DESPUES         TO AUD-IMAGEN-DESPUES
           MOVE 'CASPURGA'               TO AUD-OPERADOR-CAPTURA
           MOVE SPACES                   TO AUD-OPERADOR-APRUEBA
           WRITE AUDITARCH-REC
           .
      *----------------------------------------------------------------
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-F2-INACTIVOS         TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'DEPURADOS NAFMT03 ACTIVOS    :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-F3-ACTIVOS           TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'DEPURADOS NAFMT03 INACTIVOS  :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-F3-INACTIVOS         TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'DEPURADOS FORMATO DESCONOCIDO:'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-OTROS-FMT            TO LIN-TOT-VALOR
