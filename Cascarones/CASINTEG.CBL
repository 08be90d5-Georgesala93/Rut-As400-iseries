      * Aplicacion: Conciliacion cruzada de formatos de NOMARCHIVO.   |
      * Funcion   : Recorre NOMARCHIVO en secuencia de llave          |
      *             emparejando los formatos de cada cliente (los     |
      *             registros F1, F2 y F3 comparten NUMINT) y reporta |
      *             las inconsistencias entre ellos: registros        |
      *             NAFMT02 de direccion alterna o NAFMT03 de canales |
      *             de contacto sin su registro maestro NAFMT01       |
      *             (huerfanos), clientes NAFMT01 sin su NAFMT02      |
      *             esperado, y parejas cuyas ventanas de vigencia    |
      *             FECINIVX/FECFINVX no se traslapan (la direccion   |
      *  23/08/2026 JSA Version inicial.                               |
      *  02/09/2026 JSA Registro de inicio y fin de la corrida en el  |
      *                 archivo de control CTLPROCS.                  |
      *  14/10/2026 JSA Operador de captura (el programa) y de        |
      *                 aprobacion en la bitacora de auditoria        |
      *                 AUDITARCH.                                    |
      *  14/10/2026 JSA Huerfanos NAFMT03 de canales de contacto sin  |
      *                 su NAFMT01. Los huerfanos se marcan vaciando  |
      *                 y reponiendo el grupo de la llave, para       |
      *                 alcanzar tambien al que no es el primero del  |
      *                 grupo.                                        |
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
      * Listado de salida con el reporte de inconsistencias.          |
      *----------------------------------------------------------------
      * Control del grupo de registros que comparten la misma llave:  |
      * que formatos trae el grupo, las ventanas de vigencia de cada  |
      * formato para el cruce, los registros del grupo (para vaciarlo |
      * y reponerlo con los huerfanos marcados) y cuantos de ellos    |
      * son NAFMT02 o NAFMT03 activos, si el grupo excede la tabla, y |
      * la llave del registro que abrio el grupo siguiente, para      |
      * reposicionar la lectura secuencial despues de reponer el      |
      * grupo.                                                        |
      *----------------------------------------------------------------
       01 W-LLAVE-GRUPO                   PIC  9(09)     VALUE ZEROES.
       01 W-LLAVE-SIGUIENTE               PIC  9(09)     VALUE ZEROES.
       01 W-CONT-GRUPO                    PIC  9(03) COMP VALUE ZERO.
       01 W-CONT-GRUPO-ACTIVOS            PIC  9(03) COMP VALUE ZERO.
      *
       01 TABLA-GRUPO.
           05  TAB-GRUPO OCCURS 20 TIMES
                         INDEXED BY IDX-GRUPO.
               10  TAB-GRU-REGISTRO        PIC  X(113).
      *
       01 W-IND-GRUPO-EXCEDIDO            PIC  9(01)     VALUE 0.
           88  SI-GRUPO-EXCEDIDO               VALUE 1.
           88  NO-GRUPO-EXCEDIDO               VALUE 0.
      *
       01 W-GRP-TIENE-F1                  PIC  9(01)     VALUE 0.
           88  GRUPO-CON-F1                    VALUE 1.
       01 W-GRP-TIENE-F2                  PIC  9(01)     VALUE 0.
           88  GRUPO-CON-F2                    VALUE 1.
           88  GRUPO-SIN-F2                    VALUE 0.
      *
       01 W-GRP-TIENE-F3                  PIC  9(01)     VALUE 0.
           88  GRUPO-CON-F3                    VALUE 1.
           88  GRUPO-SIN-F3                    VALUE 0.
      *
       01 W-GRP-VIGENCIAS.
           05  W-GRP-F1-INI                PIC  9(08)     VALUE ZEROES.
       01 W-IND-GRUPO-MARCADO             PIC  9(01)     VALUE 0.
           88  SI-GRUPO-MARCADO                VALUE 1.
           88  NO-GRUPO-MARCADO                VALUE 0.
      *
       01 W-IND-HUERFANO-MARCADO          PIC  9(01)     VALUE 0.
           88  SI-HUERFANO-MARCADO             VALUE 1.
           88  NO-HUERFANO-MARCADO             VALUE 0.
      *
      *----------------------------------------------------------------
      * Contadores de totales de control del proceso                  |
           05  W-CONT-LEIDOS               PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-GRUPOS               PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-HUERFANOS            PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-HUERFANOS-F3         PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-SIN-ALTERNA          PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-SIN-TRASLAPE         PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-MARCADOS             PIC  9(07) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------
      * Parametro de la corrida: con el indicador de correccion en    |
      * 'S' los registros NAFMT02 y NAFMT03 huerfanos se marcan       |
      * inactivos por la ruta de actualizacion auditada; con          |
      * cualquier otro valor la corrida solo reporta.                 |
      *----------------------------------------------------------------
       01  LK-PARM-CASINTEG.
           05  LK-IND-CORREGIR             PIC  X(01).
      *                 del registro leido y su ventana de vigencia;  |
      *                 con mas de un registro del mismo formato en   |
      *                 el grupo se conserva la ventana del primero.  |
      *                 El registro se agrega a la tabla del grupo;   |
      *                 uno que no cabe deja el grupo excedido.       |
      *----------------------------------------------------------------
       ACUMULAR-GRUPO.
      *----------------------------------------------------------------
           ADD 1                         TO W-CONT-GRUPO
           MOVE EXTERNALLY-DESCRIBED-KEY OF NOMARCHIVO-REC
                                         TO W-LLAVE-GRUPO
           IF ( W-CONT-GRUPO NOT > 20 )
              SET IDX-GRUPO              TO W-CONT-GRUPO
              MOVE NOMARCHIVO-REC        TO TAB-GRU-REGISTRO
                                            (IDX-GRUPO)
           ELSE
              SET SI-GRUPO-EXCEDIDO      TO TRUE
           END-IF
           IF ( ( FORMATO-NAFMT02 OF NOMARCHIVO-REC ) OR
                ( FORMATO-NAFMT03 OF NOMARCHIVO-REC ) ) AND
              ( REGISTRO-ACTIVO OF NOMARCHIVO-REC )
              ADD 1                      TO W-CONT-GRUPO-ACTIVOS
           END-IF
           EVALUATE TRUE
              WHEN ( FORMATO-NAFMT01 OF NOMARCHIVO-REC ) AND
                   ( GRUPO-SIN-F1 )
                 SET GRUPO-CON-F2        TO TRUE
                 MOVE FECINIVX OF NOMARCHIVO-REC TO W-GRP-F2-INI
                 MOVE FECFINVX OF NOMARCHIVO-REC TO W-GRP-F2-FIN
              WHEN ( FORMATO-NAFMT03 OF NOMARCHIVO-REC )
                 SET GRUPO-CON-F3        TO TRUE
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : CERRAR-GRUPO.                                 |
      * Descripción   : Cruza los formatos del grupo de llave recien  |
      *                 completado: NAFMT02 o NAFMT03 sin NAFMT01 son |
      *                 huerfanos (y se marcan inactivos si la        |
      *                 corrida lo pidio), NAFMT01 sin NAFMT02 se     |
      *                 reporta como direccion alterna faltante, y    |
      *                 con ambos formatos presentes se verifica que  |
      *                 las ventanas de vigencia se traslapen.        |
      *----------------------------------------------------------------
       CERRAR-GRUPO.
      *----------------------------------------------------------------
              ADD 1                      TO W-CONT-GRUPOS
              MOVE W-LLAVE-GRUPO         TO LIN-HAL-LLAVE
              EVALUATE TRUE
                 WHEN ( GRUPO-SIN-F1 ) AND
                      ( ( GRUPO-CON-F2 ) OR ( GRUPO-CON-F3 ) )
                    PERFORM REPORTAR-HUERFANOS
                    IF ( CORREGIR-HUERFANOS ) AND
                       ( W-CONT-GRUPO-ACTIVOS > 0 )
                       PERFORM MARCAR-HUERFANOS-INACTIVOS
                    END-IF
                 WHEN ( GRUPO-CON-F1 ) AND ( GRUPO-SIN-F2 )
                    ADD 1                TO W-CONT-SIN-ALTERNA
              END-EVALUATE
           END-IF
           MOVE ZERO                     TO W-CONT-GRUPO
           MOVE ZERO                     TO W-CONT-GRUPO-ACTIVOS
           SET NO-GRUPO-EXCEDIDO         TO TRUE
           SET GRUPO-SIN-F1              TO TRUE
           SET GRUPO-SIN-F2              TO TRUE
           SET GRUPO-SIN-F3              TO TRUE
           .
      *----------------------------------------------------------------
      * Procedimiento : REPORTAR-HUERFANOS.                           |
      * Descripción   : Reporta por formato los registros huerfanos   |
      *                 de un grupo sin NAFMT01.                      |
      *----------------------------------------------------------------
       REPORTAR-HUERFANOS.
      *----------------------------------------------------------------
           IF ( GRUPO-CON-F2 )
              ADD 1                      TO W-CONT-HUERFANOS
              MOVE 'NAFMT02 HUERFANO - SIN REGISTRO NAFMT01'
                                         TO LIN-HAL-MENSAJE
              WRITE LISTADO-REC          FROM W-LINEA-HALLAZGO
           END-IF
           IF ( GRUPO-CON-F3 )
              ADD 1                      TO W-CONT-HUERFANOS-F3
              MOVE 'NAFMT03 HUERFANO - SIN REGISTRO NAFMT01'
                                         TO LIN-HAL-MENSAJE
              WRITE LISTADO-REC          FROM W-LINEA-HALLAZGO
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : VERIFICAR-TRASLAPE.                           |
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : MARCAR-HUERFANOS-INACTIVOS.                   |
      * Descripción   : Marca inactivos los registros huerfanos por   |
      *                 la ruta de actualizacion auditada. Como el    |
      *                 REWRITE direcciona siempre al primer registro |
      *                 de la llave y el grupo puede traer un NAFMT02 |
      *                 y un NAFMT03, el grupo se vacia y se repone   |
      *                 desde la tabla con cada huerfano activo       |
      *                 marcado, igual que en CASNORCI. Un grupo que  |
      *                 excede la tabla se reporta y no se toca.      |
      *----------------------------------------------------------------
       MARCAR-HUERFANOS-INACTIVOS.
      *----------------------------------------------------------------
           IF ( SI-GRUPO-EXCEDIDO )
              ADD 1                      TO W-CONT-RECHAZOS
              MOVE 'GRUPO EXCEDE LA TABLA - HUERFANOS SIN MARCAR'
                                         TO LIN-HAL-MENSAJE
              WRITE LISTADO-REC          FROM W-LINEA-HALLAZGO
           ELSE
              SET SI-GRUPO-MARCADO       TO TRUE
              PERFORM VACIAR-REGISTRO-GRUPO W-CONT-GRUPO TIMES
              PERFORM REPONER-REGISTRO-GRUPO
                 VARYING IDX-GRUPO FROM 1 BY 1
                    UNTIL ( IDX-GRUPO > W-CONT-GRUPO )
           END-IF
           .
      *----------------------------------------------------------------
       VACIAR-REGISTRO-GRUPO.
      *----------------------------------------------------------------
           MOVE W-LLAVE-GRUPO            TO EXTERNALLY-DESCRIBED-KEY
                                            OF NOMARCHIVO-REC
           READ  NOMARCHIVO
            INVALID KEY
               ADD 1                     TO W-CONT-RECHAZOS
            NOT INVALID KEY
               DELETE NOMARCHIVO
                INVALID KEY
                   ADD 1                 TO W-CONT-RECHAZOS
               END-DELETE
           END-READ
           .
      *----------------------------------------------------------------
      * Procedimiento : REPONER-REGISTRO-GRUPO.                       |
      * Descripción   : Repone un registro del grupo; el NAFMT02 o    |
      *                 NAFMT03 activo se graba inactivo como un      |
      *                 cambio auditado y el resto se repone          |
      *                 identico.                                     |
      *----------------------------------------------------------------
       REPONER-REGISTRO-GRUPO.
      *----------------------------------------------------------------
           MOVE TAB-GRU-REGISTRO (IDX-GRUPO) TO NOMARCHIVO-REC
           MOVE NOMARCHIVO-REC           TO W-IMAGEN-ANTES
           SET NO-HUERFANO-MARCADO       TO TRUE
           IF ( ( FORMATO-NAFMT02 OF NOMARCHIVO-REC ) OR
                ( FORMATO-NAFMT03 OF NOMARCHIVO-REC ) ) AND
              ( REGISTRO-ACTIVO OF NOMARCHIVO-REC )
              SET SI-HUERFANO-MARCADO    TO TRUE
              MOVE 'I'                   TO ESTADOX OF NOMARCHIVO-REC
           END-IF
           WRITE NOMARCHIVO-REC
            INVALID KEY
               ADD 1                     TO W-CONT-RECHAZOS
            NOT INVALID KEY
               IF ( SI-HUERFANO-MARCADO )
                  ADD 1                  TO W-CONT-MARCADOS
                  MOVE NOMARCHIVO-REC    TO W-IMAGEN-DESPUES
                  SET AUD-OP-CAMBIO      TO TRUE
                  PERFORM GRABAR-AUDITORIA
               END-IF
           END-WRITE
           .
      *----------------------------------------------------------------
      * Procedimiento : REPOSICIONAR-ARCHIVO.                         |
      * Descripción   : Restablece la lectura secuencial en la llave  |
                MOVE 1                   TO W-FIN-ARCHIVO
           END-START
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-AUDITORIA.                             |
      * Descripción   : Agrega a la bitacora de auditoria la imagen   |
           ACCEPT AUD-HORA               FROM TIME
           MOVE W-IMAGEN-ANTES           TO AUD-IMAGEN-ANTES
           MOVE W-IMAGEN-DESPUES         TO AUD-IMAGEN-DESPUES
           MOVE 'CASINTEG'               TO AUD-OPERADOR-CAPTURA
           MOVE SPACES                   TO AUD-OPERADOR-APRUEBA
           WRITE AUDITARCH-REC
           .
      *----------------------------------------------------------------
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-HUERFANOS            TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL NAFMT03 HUERFANOS      :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-HUERFANOS-F3         TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'TOTAL NAFMT01 SIN NAFMT02    :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-SIN-ALTERNA          TO LIN-TOT-VALOR
