      * Aplicacion: Estadisticas de cartera de NOMARCHIVO.            |
      * Funcion   : Recorre NOMARCHIVO completo y produce el reporte  |
      *             mensual de cartera: la apertura de registros por  |
      *             formato (NAFMT01/NAFMT02/NAFMT03) y estado        |
      *             (activo o inactivo), y el envejecimiento de       |
      *             vigencias: ya vencidas, por vencer dentro de 30   |
      *             dias, de 31 a 60, de 61 a 90 y a mas de 90 dias   |
      *             de la fecha de la corrida, para que renovaciones  |
      *             trabaje con un panorama del contenido del archivo |
      *             y no solo con los totales de lo que hizo cada     |
      *             corrida.                                          |
      * Archivos Entrada/Salida:                                     |
      *             NOMARCHIVO - Entrada: archivo maestro indexado.   |
      *             LISTADO    - Salida : reporte de estadisticas.    |
      *----------------------------------------------------------------
      * Bitacora de cambios                                           |
      *  23/08/2026 JSA Version inicial.                               |
      *  14/10/2026 JSA Apertura del NAFMT03 por estado en la         |
      *                 cartera.                                      |
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  W-CONT-F1-INACTIVOS         PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-F2-ACTIVOS           PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-F2-INACTIVOS         PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-F3-ACTIVOS           PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-F3-INACTIVOS         PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-OTROS-FMT            PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-VENCIDOS             PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-VENCE-30             PIC  9(07) COMP VALUE ZERO.
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
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-F2-INACTIVOS         TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'NAFMT03 ACTIVOS              :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-F3-ACTIVOS           TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'NAFMT03 INACTIVOS            :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-F3-INACTIVOS         TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'FORMATO DESCONOCIDO          :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-OTROS-FMT            TO LIN-TOT-VALOR
