      *             RETARCHI - Entrada : confirmacion de la bodega.   |
      *             EXTARCHI - Entrada : extracto completo.           |
      *             DELTARCH - Entrada : extracto delta.              |
      *             CTLPROCS - Salida  : control de corridas.         |
      *             LISTADO  - Salida  : reporte de conciliacion.     |
      *----------------------------------------------------------------
      * Bitacora de cambios                                           |
      *  22/08/2026 JSA Version inicial.                               |
      *  02/09/2026 JSA Conciliacion del extracto delta DELTARCH con  |
      *                 validacion de su registro de cola.            |
      *  14/10/2026 JSA Registro de inicio y fin de la corrida en el  |
      *                 archivo de control CTLPROCS, con las llaves   |
      *                 extraidas, casadas y las diferencias; fecha   |
      *                 de negocio por parametro.                     |
      *  14/10/2026 JSA Extracto delta con la accion de supresion 'X' |
      *                 de la corrida CASANONI y su total en el       |
      *                 registro de cola; la supresion se concilia    |
      *                 como cualquier llave extraida.                |
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
               88  DEL-ALTA                    VALUE 'A'.
               88  DEL-CAMBIO                  VALUE 'C'.
               88  DEL-BAJA                    VALUE 'E'.
               88  DEL-SUPRESION               VALUE 'X'.
               88  DEL-REG-TOTALES             VALUE 'T'.
           05  DEL-DATOS.
               10  DEL-LLAVE               PIC 9(09).
               10  DEL-TOT-ALTAS           PIC 9(09).
               10  DEL-TOT-CAMBIOS         PIC 9(09).
               10  DEL-TOT-BAJAS           PIC 9(09).
               10  DEL-TOT-SUPRESIONES     PIC 9(09).
               10  FILLER                  PIC X(43).
      *
      *----------------------------------------------------------------
      * Reporte de conciliacion para el operador nocturno.            |
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
       01 W-FIN-EXTRACTO                  PIC  9(01)     VALUE 0.
           88  SI-FIN-EXTRACTO                VALUE 1.
           88  NO-FIN-EXTRACTO                VALUE 0.
      *
       01 W-FECHA-NEGOCIO                 PIC  9(08)     VALUE ZEROES.
      *
       01 W-IND-BALANCE                   PIC  9(01)     VALUE 1.
           88  EN-BALANCE                      VALUE 1.
           05  W-CONT-NO-CARGADOS          PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-NO-EXTRAIDOS         PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-RECHAZADOS           PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-DIFERENCIAS          PIC  9(07) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------
      * Lineas de impresion del listado.                              |
      *----------------------------------------------------------------
      *
      *----------------------------------------------------------------
      * Parametros de la corrida: el tipo de extracto a conciliar;    |
      * con 'D' se concilia el extracto delta DELTARCH y con          |
      * cualquier otro valor el extracto completo EXTARCHI. La fecha  |
      * de negocio del control de corridas en ceros toma la fecha de  |
      * la maquina.                                                   |
      *----------------------------------------------------------------
       01  LK-PARM-CASCONCI.
           05  LK-TIPO-EXTRACTO            PIC  X(01).
               88  EXTRACTO-DELTA              VALUE 'D'.
           05  LK-FECHA-NEGOCIO            PIC  9(08).
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PARM-CASCONCI.
              OPEN INPUT EXTARCHI
           END-IF
           OPEN OUTPUT LISTADO
           ACCEPT W-FECHA-NEGOCIO        FROM DATE YYYYMMDD
           IF ( LK-FECHA-NEGOCIO NOT = ZEROES )
              MOVE LK-FECHA-NEGOCIO      TO W-FECHA-NEGOCIO
           END-IF
           PERFORM GRABAR-CONTROL-INICIO
           WRITE LISTADO-REC   FROM W-ENC-REPORTE
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-CONTROL-INICIO.                        |
      * Descripción   : Agrega al archivo de control de corridas el   |
      *                 registro de inicio de esta corrida; el modo   |
      *                 lleva el tipo de extracto conciliado.         |
      *----------------------------------------------------------------
       GRABAR-CONTROL-INICIO.
      *----------------------------------------------------------------
           OPEN EXTEND CTLPROCS
           MOVE SPACES                   TO CTLPROCS-REC
           MOVE 'CASCONCI'               TO CTL-PROGRAMA
           MOVE W-FECHA-NEGOCIO          TO CTL-FECHA-NEGOCIO
           MOVE LK-TIPO-EXTRACTO         TO CTL-MODO
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
      *                 totales de control: las llaves extraidas, las |
      *                 casadas con la bodega y las diferencias; una  |
      *                 conciliacion fuera de balance termina limpia  |
      *                 pero con diferencias.                         |
      *----------------------------------------------------------------
       GRABAR-CONTROL-FIN.
      *----------------------------------------------------------------
           OPEN EXTEND CTLPROCS
           MOVE SPACES                   TO CTLPROCS-REC
           MOVE 'CASCONCI'               TO CTL-PROGRAMA
           MOVE W-FECHA-NEGOCIO          TO CTL-FECHA-NEGOCIO
           MOVE LK-TIPO-EXTRACTO         TO CTL-MODO
           MOVE 'C'                      TO CTL-ESTADO
           ACCEPT CTL-HORA               FROM TIME
           MOVE ZEROES                   TO CTL-LOTE-ID
           MOVE W-CONT-EXTRAIDOS         TO CTL-CONT-LEIDOS
           MOVE W-CONT-CASADOS           TO CTL-CONT-APLICADOS
           MOVE W-CONT-DIFERENCIAS       TO CTL-CONT-RECHAZOS
           WRITE CTLPROCS-REC
           CLOSE CTLPROCS
           .
      *----------------------------------------------------------------
      * Procedimiento : PROCESAR.                                     |
      * Descripción   : Carga en tabla la confirmacion de la bodega,  |
      *                 cruza el extracto contra la tabla y reporta   |
              MOVE 'FUERA DE BALANCE'       TO LIN-VER-TEXTO
           END-IF
           WRITE LISTADO-REC FROM W-LINEA-VEREDICTO
           COMPUTE W-CONT-DIFERENCIAS = W-CONT-NO-CARGADOS
                                      + W-CONT-NO-EXTRAIDOS
                                      + W-CONT-RECHAZADOS
           IF ( FUERA-DE-BALANCE ) AND ( W-CONT-DIFERENCIAS = 0 )
              MOVE 1                        TO W-CONT-DIFERENCIAS
           END-IF
           PERFORM GRABAR-CONTROL-FIN
           CLOSE RETARCHI
           IF ( EXTRACTO-DELTA )
              CLOSE DELTARCH
