       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASPENDI.
       AUTHOR. JORGE SALAMANCA.
       DATE-WRITTEN. 14/10/2026.
      *----------------------------------------------------------------
      * Aplicacion: Control dual de los cambios en linea de CASMANTE. |
      * Funcion   : Reporte diario de la cola de cambios pendientes   |
      *             de aprobacion PENDCAMB: lista los cambios que se  |
      *             aprobaron y los que se rechazaron en la fecha de  |
      *             negocio, con el operador que los capturo, el que  |
      *             decidio y el motivo del rechazo, y los cambios    |
      *             que siguen pendientes despues del corte (los dias |
      *             de antiguedad de parametro, uno si viene en       |
      *             ceros), de modo que ningun cambio quede olvidado  |
      *             en la cola. La cola no se modifica.               |
      * Archivos Entrada/Salida:                                     |
      *             PENDCAMB - Entrada : cola de cambios pendientes.  |
      *             LISTADO  - Salida  : reporte diario.              |
      *----------------------------------------------------------------
      * Bitacora de cambios                                           |
      *  14/10/2026 JSA Version inicial.                               |
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
      *----------------------------------------------------------------
      *               Declaracion de Archivos                         |
      *----------------------------------------------------------------
       FILE-CONTROL.
      *
           SELECT OPTIONAL PENDCAMB
                  ASSIGN               TO DATABASE-PENDCAMB
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS PEN-FOLIO.
      *
           SELECT LISTADO
                  ASSIGN               TO DATABASE-LISTADO
                  ORGANIZATION         IS SEQUENTIAL.
      *
       DATA DIVISION.
      *
      *----------------------------------------------------------------
      *          Declaración de Definiciones de Archivo               |
      *----------------------------------------------------------------
       FILE SECTION.
      *
      *----------------------------------------------------------------
      * Cola de cambios en linea pendientes de aprobacion que         |
      * mantiene CASMANTE.                                            |
      *----------------------------------------------------------------
       FD  PENDCAMB
           LABEL RECORDS               ARE STANDARD.
       01  PENDCAMB-REC.
           COPY PENDCAMB.
      *
      *----------------------------------------------------------------
      * Listado de salida con el reporte diario.                      |
      *----------------------------------------------------------------
       FD  LISTADO
           LABEL RECORDS               ARE STANDARD.
       01  LISTADO-REC                     PIC X(132).
      *
      *----------------------------------------------------------------
      *            Declaracion de Variables de Trabajo                |
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       01 W-NUMER                         PIC  9(017)    VALUE ZEROES.
      *
       01 W-FIN-PENDIENTES                PIC  9(01)     VALUE 0.
           88  SI-FIN-PENDIENTES              VALUE 1.
           88  NO-FIN-PENDIENTES              VALUE 0.
      *
       01 W-FECHA-NEGOCIO                 PIC  9(08)     VALUE ZEROES.
       01 W-DIAS-CORTE                    PIC  9(03)     VALUE ZEROES.
      *
      *----------------------------------------------------------------
      * Seccion del reporte que se esta listando; la cola se recorre  |
      * una vez por seccion.                                          |
      *----------------------------------------------------------------
       01 W-SECCION                       PIC  9(01)     VALUE ZEROES.
           88  SECCION-APROBADOS               VALUE 1.
           88  SECCION-RECHAZADOS              VALUE 2.
           88  SECCION-PENDIENTES              VALUE 3.
      *
      *----------------------------------------------------------------
      * Calculo de los dias pendientes: el calendario se avanza dia   |
      * por dia desde la fecha de captura hasta la fecha de negocio   |
      * del reporte.                                                  |
      *----------------------------------------------------------------
       01 W-DIAS-PENDIENTE                PIC  9(03)     VALUE ZEROES.
       01 W-DIAS-MAXIMO                   PIC  9(03)     VALUE ZEROES.
      *
       01 W-FECHA-CALCULO.
           05  W-FEC-ANO                   PIC  9(04).
           05  W-FEC-MES                   PIC  9(02).
           05  W-FEC-DIA                   PIC  9(02).
      *
       01 W-FECHA-CALCULO-NUM REDEFINES W-FECHA-CALCULO
                                          PIC  9(08).
      *
       01 W-RESIDUO-BISIESTO              PIC  9(04)     VALUE ZEROES.
       01 W-DIA-MAXIMO                    PIC  9(02)     VALUE ZEROES.
      *
      *----------------------------------------------------------------
      * Contadores de totales de control del proceso                  |
      *----------------------------------------------------------------
       01 W-CONTADORES.
           05  W-CONT-LEIDOS               PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-APROBADOS            PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-RECHAZADOS           PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-EN-PLAZO             PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-VENCIDOS             PIC  9(07) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------
      * Lineas de impresion del listado.                              |
      *----------------------------------------------------------------
       01 W-ENC-REPORTE.
           05  FILLER                      PIC  X(40) VALUE
               'CONTROL DUAL DE CAMBIOS CASPENDI'.
           05  FILLER                      PIC  X(92) VALUE SPACES.
      *
       01 W-LINEA-PARAMETRO.
           05  FILLER                      PIC  X(20) VALUE
               'FECHA DE NEGOCIO   :'.
           05  LIN-PAR-FECHA               PIC  9(08).
           05  FILLER                      PIC  X(16) VALUE
               '  DIAS DE CORTE:'.
           05  LIN-PAR-CORTE               PIC  ZZ9.
           05  FILLER                      PIC  X(85) VALUE SPACES.
      *
       01 W-LINEA-TITULO.
           05  LIN-TIT-TEXTO               PIC  X(50).
           05  FILLER                      PIC  X(82) VALUE SPACES.
      *
       01 W-LINEA-DECIDIDO.
           05  LIN-DEC-ESTADO              PIC  X(10).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-DEC-FOLIO               PIC  9(16).
           05  FILLER                      PIC  X(07) VALUE
               ' LLAVE '.
           05  LIN-DEC-LLAVE               PIC  9(09).
           05  FILLER                      PIC  X(04) VALUE
               ' OP '.
           05  LIN-DEC-OPERACION           PIC  X(01).
           05  FILLER                      PIC  X(09) VALUE
               ' CAPTURO '.
           05  LIN-DEC-CAPTURA             PIC  X(08).
           05  FILLER                      PIC  X(09) VALUE
               ' DECIDIO '.
           05  LIN-DEC-DECIDE              PIC  X(08).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-DEC-HORA                PIC  9(08).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-DEC-MOTIVO              PIC  X(40).
      *
       01 W-LINEA-VENCIDO.
           05  FILLER                      PIC  X(10) VALUE
               'PENDIENTE:'.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-VEN-FOLIO               PIC  9(16).
           05  FILLER                      PIC  X(07) VALUE
               ' LLAVE '.
           05  LIN-VEN-LLAVE               PIC  9(09).
           05  FILLER                      PIC  X(04) VALUE
               ' OP '.
           05  LIN-VEN-OPERACION           PIC  X(01).
           05  FILLER                      PIC  X(09) VALUE
               ' CAPTURO '.
           05  LIN-VEN-CAPTURA             PIC  X(08).
           05  FILLER                      PIC  X(11) VALUE
               ' PENDIENTE '.
           05  LIN-VEN-DIAS                PIC  ZZ9.
           05  FILLER                      PIC  X(05) VALUE
               ' DIAS'.
           05  FILLER                      PIC  X(48) VALUE SPACES.
      *
       01 W-LINEA-TOTAL.
           05  LIN-TOT-ETIQUETA            PIC  X(30).
           05  LIN-TOT-VALOR               PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(91) VALUE SPACES.
      *
      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *
      *----------------------------------------------------------------
      * Parametros de la corrida: la fecha de negocio del reporte (en |
      * ceros se toma la fecha de la maquina) y los dias de           |
      * antiguedad a partir de los cuales un cambio pendiente se      |
      * reporta como vencido (en ceros, un dia).                      |
      *----------------------------------------------------------------
       01  LK-PARM-CASPENDI.
           05  LK-FECHA-NEGOCIO            PIC  9(08).
           05  LK-DIAS-CORTE               PIC  9(03).
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PARM-CASPENDI.
      *----------------------------------------------------------------
      *
      *----------------------------------------------------------------
       INICIAR-PROGRAMA.
      *----------------------------------------------------------------
           PERFORM INICIALIZAR
           PERFORM PROCESAR
           PERFORM FINALIZAR.
      *----------------------------------------------------------------
       FINALIZAR-PROGRAMA.
      *----------------------------------------------------------------
           GOBACK.
      *
      *----------------------------------------------------------------
      * Procedimiento : Inicializar.                                  |
      * Descripción   : En este procedimiento se inicializan las      |
      *                 variables de control y se abren los archivos  |
      *                 utilizados.                                   |
      *----------------------------------------------------------------
       INICIALIZAR.
      *----------------------------------------------------------------
           OPEN INPUT  PENDCAMB
           OPEN OUTPUT LISTADO
           ACCEPT W-FECHA-NEGOCIO        FROM DATE YYYYMMDD
           IF ( LK-FECHA-NEGOCIO NOT = ZEROES )
              MOVE LK-FECHA-NEGOCIO      TO W-FECHA-NEGOCIO
           END-IF
           MOVE 1                        TO W-DIAS-CORTE
           IF ( LK-DIAS-CORTE NOT = ZEROES )
              MOVE LK-DIAS-CORTE         TO W-DIAS-CORTE
           END-IF
           WRITE LISTADO-REC   FROM W-ENC-REPORTE
           MOVE W-FECHA-NEGOCIO          TO LIN-PAR-FECHA
           MOVE W-DIAS-CORTE             TO LIN-PAR-CORTE
           WRITE LISTADO-REC   FROM W-LINEA-PARAMETRO
           .
      *----------------------------------------------------------------
      * Procedimiento : PROCESAR.                                     |
      * Descripción   : Recorre la cola una vez por cada seccion del  |
      *                 reporte: aprobados en la fecha, rechazados en |
      *                 la fecha y pendientes despues del corte.      |
      *----------------------------------------------------------------
       PROCESAR.
      *----------------------------------------------------------------
           PERFORM LISTAR-SECCION
              VARYING W-SECCION FROM 1 BY 1
                 UNTIL ( W-SECCION > 3 )
           .
      *----------------------------------------------------------------
       LISTAR-SECCION.
      *----------------------------------------------------------------
           EVALUATE TRUE
              WHEN SECCION-APROBADOS
                 MOVE 'CAMBIOS APROBADOS EN LA FECHA'
                                         TO LIN-TIT-TEXTO
              WHEN SECCION-RECHAZADOS
                 MOVE 'CAMBIOS RECHAZADOS EN LA FECHA'
                                         TO LIN-TIT-TEXTO
              WHEN SECCION-PENDIENTES
                 MOVE 'CAMBIOS PENDIENTES DESPUES DEL CORTE'
                                         TO LIN-TIT-TEXTO
           END-EVALUATE
           WRITE LISTADO-REC             FROM W-LINEA-TITULO
           MOVE ZEROES                   TO PEN-FOLIO
           START PENDCAMB      KEY NOT < PEN-FOLIO
              INVALID KEY
                MOVE 1                   TO W-FIN-PENDIENTES
              NOT INVALID KEY
                MOVE 0                   TO W-FIN-PENDIENTES
           END-START
           PERFORM EXAMINAR-CAMBIO  UNTIL ( SI-FIN-PENDIENTES )
           .
      *----------------------------------------------------------------
      * Procedimiento : EXAMINAR-CAMBIO.                              |
      * Descripción   : Lee el siguiente cambio de la cola y lo lista |
      *                 si corresponde a la seccion en curso; los     |
      *                 pendientes se clasifican por su antiguedad    |
      *                 contra el corte.                              |
      *----------------------------------------------------------------
       EXAMINAR-CAMBIO.
      *----------------------------------------------------------------
           READ PENDCAMB NEXT  AT END
                MOVE 1             TO W-FIN-PENDIENTES
           END-READ
           IF ( NO-FIN-PENDIENTES )
              IF ( SECCION-APROBADOS )
                 ADD 1                      TO W-CONT-LEIDOS
              END-IF
              EVALUATE TRUE
                 WHEN ( SECCION-APROBADOS ) AND ( PEN-APROBADO ) AND
                      ( PEN-FECHA-DECIDE = W-FECHA-NEGOCIO )
                    ADD 1                   TO W-CONT-APROBADOS
                    MOVE 'APROBADO:'        TO LIN-DEC-ESTADO
                    PERFORM LISTAR-DECIDIDO
                 WHEN ( SECCION-RECHAZADOS ) AND ( PEN-RECHAZADO ) AND
                      ( PEN-FECHA-DECIDE = W-FECHA-NEGOCIO )
                    ADD 1                   TO W-CONT-RECHAZADOS
                    MOVE 'RECHAZADO:'       TO LIN-DEC-ESTADO
                    PERFORM LISTAR-DECIDIDO
                 WHEN ( SECCION-PENDIENTES ) AND ( PEN-PENDIENTE )
                    PERFORM CLASIFICAR-PENDIENTE
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------
       LISTAR-DECIDIDO.
      *----------------------------------------------------------------
           MOVE PEN-FOLIO                   TO LIN-DEC-FOLIO
           MOVE PEN-LLAVE                   TO LIN-DEC-LLAVE
           MOVE PEN-COD-OPERACION           TO LIN-DEC-OPERACION
           MOVE PEN-OPERADOR-CAPTURA        TO LIN-DEC-CAPTURA
           MOVE PEN-OPERADOR-DECIDE         TO LIN-DEC-DECIDE
           MOVE PEN-HORA-DECIDE             TO LIN-DEC-HORA
           MOVE PEN-MOTIVO                  TO LIN-DEC-MOTIVO
           WRITE LISTADO-REC                FROM W-LINEA-DECIDIDO
           .
      *----------------------------------------------------------------
       CLASIFICAR-PENDIENTE.
      *----------------------------------------------------------------
           PERFORM CONTAR-DIAS-PENDIENTE
           IF ( W-DIAS-PENDIENTE > W-DIAS-MAXIMO )
              MOVE W-DIAS-PENDIENTE         TO W-DIAS-MAXIMO
           END-IF
           IF ( W-DIAS-PENDIENTE < W-DIAS-CORTE )
              ADD 1                         TO W-CONT-EN-PLAZO
           ELSE
              ADD 1                         TO W-CONT-VENCIDOS
              MOVE PEN-FOLIO                TO LIN-VEN-FOLIO
              MOVE PEN-LLAVE                TO LIN-VEN-LLAVE
              MOVE PEN-COD-OPERACION        TO LIN-VEN-OPERACION
              MOVE PEN-OPERADOR-CAPTURA     TO LIN-VEN-CAPTURA
              MOVE W-DIAS-PENDIENTE         TO LIN-VEN-DIAS
              WRITE LISTADO-REC             FROM W-LINEA-VENCIDO
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : CONTAR-DIAS-PENDIENTE.                        |
      * Descripción   : Cuenta los dias de calendario desde la fecha  |
      *                 de captura hasta la fecha de negocio del      |
      *                 reporte, avanzando el calendario dia por dia  |
      *                 y con tope de 999.                            |
      *----------------------------------------------------------------
       CONTAR-DIAS-PENDIENTE.
      *----------------------------------------------------------------
           MOVE ZEROES                      TO W-DIAS-PENDIENTE
           MOVE PEN-FECHA-CAPTURA           TO W-FECHA-CALCULO-NUM
           PERFORM CONTAR-UN-DIA
              UNTIL ( W-FECHA-CALCULO-NUM NOT < W-FECHA-NEGOCIO ) OR
                    ( W-DIAS-PENDIENTE = 999 )
           .
      *----------------------------------------------------------------
       CONTAR-UN-DIA.
      *----------------------------------------------------------------
           PERFORM AVANZAR-DIA
           ADD 1                            TO W-DIAS-PENDIENTE
           .
      *----------------------------------------------------------------
      * Procedimiento : AVANZAR-DIA.                                  |
      * Descripción   : Avanza W-FECHA-CALCULO un dia de calendario,  |
      *                 con el cambio de mes y de año y el febrero    |
      *                 bisiesto.                                     |
      *----------------------------------------------------------------
       AVANZAR-DIA.
      *----------------------------------------------------------------
           PERFORM OBTENER-DIA-MAXIMO
           IF ( W-FEC-DIA < W-DIA-MAXIMO )
              ADD 1                      TO W-FEC-DIA
           ELSE
              MOVE 1                     TO W-FEC-DIA
              IF ( W-FEC-MES < 12 )
                 ADD 1                   TO W-FEC-MES
              ELSE
                 MOVE 1                  TO W-FEC-MES
                 ADD 1                   TO W-FEC-ANO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : OBTENER-DIA-MAXIMO.                           |
      * Descripción   : Deja en W-DIA-MAXIMO el ultimo dia del mes de |
      *                 W-FECHA-CALCULO; el año es bisiesto si es     |
      *                 divisible por 4 y no por 100, o divisible     |
      *                 por 400.                                      |
      *----------------------------------------------------------------
       OBTENER-DIA-MAXIMO.
      *----------------------------------------------------------------
           EVALUATE W-FEC-MES
              WHEN 4
              WHEN 6
              WHEN 9
              WHEN 11
                 MOVE 30                   TO W-DIA-MAXIMO
              WHEN 2
                 MOVE 28                   TO W-DIA-MAXIMO
                 DIVIDE W-FEC-ANO BY 4
                    GIVING W-NUMER REMAINDER W-RESIDUO-BISIESTO
                 IF ( W-RESIDUO-BISIESTO = 0 )
                    DIVIDE W-FEC-ANO BY 100
                       GIVING W-NUMER REMAINDER W-RESIDUO-BISIESTO
                    IF ( W-RESIDUO-BISIESTO NOT = 0 )
                       MOVE 29             TO W-DIA-MAXIMO
                    ELSE
                       DIVIDE W-FEC-ANO BY 400
                          GIVING W-NUMER REMAINDER W-RESIDUO-BISIESTO
                       IF ( W-RESIDUO-BISIESTO = 0 )
                          MOVE 29          TO W-DIA-MAXIMO
                       END-IF
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 31                   TO W-DIA-MAXIMO
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : Finalizar.                                    |
      * Descripción   : Se imprimen los totales de control del run y  |
      *                 se cierran los archivos utilizados.           |
      *----------------------------------------------------------------
       FINALIZAR.
      *----------------------------------------------------------------
           MOVE 'TOTAL CAMBIOS EN LA COLA     :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-LEIDOS               TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'APROBADOS EN LA FECHA        :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-APROBADOS            TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'RECHAZADOS EN LA FECHA       :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-RECHAZADOS           TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'PENDIENTES DENTRO DEL CORTE  :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-EN-PLAZO             TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'PENDIENTES DESPUES DEL CORTE :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-VENCIDOS             TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'MAYOR ANTIGUEDAD EN DIAS     :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-DIAS-MAXIMO               TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           CLOSE PENDCAMB
           CLOSE LISTADO
           .
