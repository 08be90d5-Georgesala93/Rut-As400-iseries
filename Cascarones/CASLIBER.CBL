      *             TRNPEND  - E/S     : transacciones retenidas.     |
      *             TRNARCHI - Salida  : flujo de transacciones del   |
      *                                  dia (en extension).          |
      *             CTLPROCS - Salida  : control de corridas.         |
      *             LISTADO  - Salida  : reporte de la liberacion.    |
      *----------------------------------------------------------------
      * Bitacora de cambios                                           |
      *  02/09/2026 JSA Version inicial.                               |
      *  14/10/2026 JSA Registro de inicio y fin de la corrida en el  |
      *                 archivo de control CTLPROCS, con las          |
      *                 retenidas leidas y liberadas.                 |
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT LISTADO
                  ASSIGN               TO DATABASE-LISTADO
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT OPTIONAL CTLPROCS
                  ASSIGN               TO DATABASE-CTLPROCS
                  ORGANIZATION         IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
       01  LISTADO-REC                     PIC X(132).
      *
      *----------------------------------------------------------------
      * Archivo de control de corridas de la suite; cada programa     |
      * agrega sus registros de inicio y fin.                         |
      *----------------------------------------------------------------
       FD  CTLPROCS
           LABEL RECORDS               ARE STANDARD.
       01  CTLPROCS-REC.
           COPY CTLPROCS.
      *
      *----------------------------------------------------------------
      *            Declaracion de Variables de Trabajo                |
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
           IF ( LK-FECHA-NEGOCIO NOT = ZEROES )
              MOVE LK-FECHA-NEGOCIO      TO W-FECHA-NEGOCIO
           END-IF
           PERFORM GRABAR-CONTROL-INICIO
           WRITE LISTADO-REC   FROM W-ENC-REPORTE
           MOVE W-FECHA-NEGOCIO          TO LIN-PAR-FECHA
           WRITE LISTADO-REC   FROM W-LINEA-PARAMETRO
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-CONTROL-INICIO.                        |
      * Descripción   : Agrega al archivo de control de corridas el   |
      *                 registro de inicio de esta corrida.           |
      *----------------------------------------------------------------
       GRABAR-CONTROL-INICIO.
      *----------------------------------------------------------------
           OPEN EXTEND CTLPROCS
           MOVE SPACES                   TO CTLPROCS-REC
           MOVE 'CASLIBER'               TO CTL-PROGRAMA
           MOVE W-FECHA-NEGOCIO          TO CTL-FECHA-NEGOCIO
           MOVE SPACE                    TO CTL-MODO
           MOVE 'P'                      TO CTL-ESTADO
           ACCEPT CTL-HORA               FROM TIME
           MOVE ZEROES                   TO CTL-LOTE-ID
           MOVE ZEROES                   TO CTL-CONT-LEIDOS
           MOVE ZEROES                   TO CTL-CONT-APLICADOS
           MOVE ZEROES                   TO CTL-CONT-RECHAZOS
           WRITE CTLPROCS-REC
           CLOSE CTLPROCS
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-CONTROL-FIN.                           |
      * Descripción   : Agrega al archivo de control de corridas el   |
      *                 registro de fin de esta corrida con sus       |
      *                 totales de control: las retenidas leidas y    |
      *                 las liberadas al flujo; si las retenidas      |
      *                 excedieron la tabla y no se libero nada el    |
      *                 fin queda en error.                           |
      *----------------------------------------------------------------
       GRABAR-CONTROL-FIN.
      *----------------------------------------------------------------
           OPEN EXTEND CTLPROCS
           MOVE SPACES                   TO CTLPROCS-REC
           MOVE 'CASLIBER'               TO CTL-PROGRAMA
           MOVE W-FECHA-NEGOCIO          TO CTL-FECHA-NEGOCIO
           MOVE SPACE                    TO CTL-MODO
           IF ( SI-TABLA-LLENA )
              MOVE 'E'                   TO CTL-ESTADO
           ELSE
              MOVE 'C'                   TO CTL-ESTADO
           END-IF
           ACCEPT CTL-HORA               FROM TIME
           MOVE ZEROES                   TO CTL-LOTE-ID
           MOVE W-CONT-LEIDAS            TO CTL-CONT-LEIDOS
           MOVE W-CONT-LIBERADAS         TO CTL-CONT-APLICADOS
           MOVE ZEROES                   TO CTL-CONT-RECHAZOS
           WRITE CTLPROCS-REC
           CLOSE CTLPROCS
           .
      *----------------------------------------------------------------
      * Procedimiento : PROCESAR.                                     |
      * Descripción   : Carga las retenidas en la tabla, libera al    |
      *                 flujo del dia las que entran en vigencia y    |
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-EN-ESPERA            TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           PERFORM GRABAR-CONTROL-FIN
           CLOSE LISTADO
           .
