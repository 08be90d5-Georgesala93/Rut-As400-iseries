      *                 llegada dentro de cada llave) y se aplica en   |
      *                 una sola pasada ascendente sobre el maestro,   |
      *                 por las mismas rutas del modo '3'.             |
      *  14/10/2026 JSA La fusion de clientes CASFUSIO cuenta como     |
      *                 cambio del maestro para la reversion del lote. |
      *  14/10/2026 JSA Operador de captura (el programa) y de        |
      *                 aprobacion en la bitacora de auditoria        |
      *                 AUDITARCH.                                    |
      *  14/10/2026 JSA La depuracion de ciudades CASNORCI cuenta     |
      *                 como ultimo cambio del maestro en el control  |
      *                 de corridas.                                  |
      *  14/10/2026 JSA La supresion de datos personales CASANONI     |
      *                 cuenta como ultimo cambio del maestro en el   |
      *                 control de corridas.                          |
      *  14/10/2026 JSA Formato NAFMT03 de canales de contacto. El    |
      *                 cambio, la baja y la reversion ubican el      |
      *                 registro por llave y formato dentro del grupo |
      *                 de la llave; el que no es el primero del      |
      *                 grupo se cambia o elimina vaciando y          |
      *                 reponiendo el grupo. El backout guarda ambas  |
      *                 imagenes y la reversion ubica el registro por |
      *                 su imagen completa.                           |
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
      * Archivo de backout del lote de transacciones: por cada        |
      * transaccion aplicada guarda la operacion inversa con las      |
      * imagenes antes y despues de la transaccion, para poder        |
      * des-aplicar el lote completo en el modo de reversion: la      |
      * imagen que el maestro debe tener al revertir ubica el         |
      * registro exacto entre los duplicados de su llave.             |
      *----------------------------------------------------------------
       FD  BACKARCH
           LABEL RECORDS               ARE STANDARD.
           05  BCK-FECHA                   PIC 9(08).
           05  BCK-HORA                    PIC 9(08).
           05  BCK-IMAGEN-ANTES            PIC X(113).
           05  BCK-IMAGEN-DESPUES          PIC X(113).
      *
      *----------------------------------------------------------------
      * Archivo de control de corridas de la suite; cada programa     |
       01 W-IMAGEN-DESPUES                PIC  X(113)    VALUE SPACES.
      *
      *----------------------------------------------------------------
      * Ubicacion del registro de la transaccion dentro del grupo de  |
      * su llave: la llave del maestro admite duplicados (el NAFMT01  |
      * con su NAFMT02 y su NAFMT03) y el REWRITE y el DELETE         |
      * direccionan al primer registro de la llave, por lo que el     |
      * grupo se carga a la tabla buscando el registro del formato de |
      * la transaccion o, en la reversion, el registro identico a la  |
      * imagen del backout. El cambio o la baja de un registro que no |
      * es el primero del grupo vacia el grupo y lo repone con el     |
      * registro cambiado o sin el registro dado de baja, igual que   |
      * en CASNORCI y CASFUSIO.                                       |
      *----------------------------------------------------------------
       01 W-TIPOFMT-BUSCADO               PIC  X(02)     VALUE SPACES.
       01 W-IMAGEN-BUSCADA                PIC  X(113)    VALUE SPACES.
      *
       01 W-FIN-GRUPO                     PIC  9(01)     VALUE 0.
           88  SI-FIN-GRUPO                    VALUE 1.
           88  NO-FIN-GRUPO                    VALUE 0.
      *
       01 W-IND-GRUPO-EXCEDIDO            PIC  9(01)     VALUE 0.
           88  SI-GRUPO-EXCEDIDO               VALUE 1.
           88  NO-GRUPO-EXCEDIDO               VALUE 0.
      *
       01 W-IND-REPOSICION                PIC  9(01)     VALUE 0.
           88  REPOSICION-CORRECTA             VALUE 0.
           88  REPOSICION-CON-ERROR            VALUE 1.
      *
       01 W-CONT-GRUPO                    PIC  9(03) COMP VALUE ZERO.
       01 W-POS-GRUPO                     PIC  9(03) COMP VALUE ZERO.
       01 W-POS-OMITIDA                   PIC  9(03) COMP VALUE ZERO.
       01 TABLA-GRUPO.
           05  TAB-GRU-ENTRADA OCCURS 20 TIMES
                               INDEXED BY IDX-GRUPO.
               10  TAB-GRU-REGISTRO        PIC  X(113).
      *
      *----------------------------------------------------------------
      * Mantenimiento en linea de las referencias cruzadas: las       |
      * imagenes antes/despues decodificadas con el formato del       |
      * registro, y el grupo de entradas duplicadas de la referencia  |
               10  TAB-BCK-LLAVE           PIC  9(09).
               10  TAB-BCK-OPERACION       PIC  X(01).
               10  TAB-BCK-IMAGEN          PIC  X(113).
               10  TAB-BCK-IMAGEN-DESPUES  PIC  X(113).
      *
      *----------------------------------------------------------------
      * Lineas de impresion del listado.                              |
                      ( CTL-TERMINO-LIMPIO )
                    MOVE CTL-PROGRAMA       TO W-ULT-MAESTRO-PROG
                    MOVE CTL-MODO           TO W-ULT-MAESTRO-MODO
                 WHEN ( CTL-PROGRAMA = 'CASPURGA' OR 'CASINTEG' OR
                                       'CASFUSIO' OR 'CASNORCI' OR
                                       'CASANONI' ) AND
                      ( CTL-TERMINO-LIMPIO ) AND
                      ( CTL-CONT-APLICADOS > ZEROES )
                    MOVE CTL-PROGRAMA       TO W-ULT-MAESTRO-PROG
                 PERFORM PROCESAR-FORMATO-NAFMT01
              WHEN FORMATO-NAFMT02 OF NOMARCHIVO-REC
                 PERFORM PROCESAR-FORMATO-NAFMT02
              WHEN FORMATO-NAFMT03 OF NOMARCHIVO-REC
                 PERFORM PROCESAR-FORMATO-NAFMT03
              WHEN OTHER
                 PERFORM PROCESAR-FORMATO-DESCONOCIDO
           END-EVALUATE
              'abcdefghijklmnopqrstuvwxyz' TO
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           .
      *----------------------------------------------------------------
       PROCESAR-FORMATO-NAFMT03.
      *----------------------------------------------------------------
           INSPECT CORREOX OF NOMARCHIVO-REC CONVERTING
              'ABCDEFGHIJKLMNOPQRSTUVWXYZ' TO
              'abcdefghijklmnopqrstuvwxyz'
           .
      *----------------------------------------------------------------
      * Procedimiento : PROCESAR-FORMATO-DESCONOCIDO.                 |
      * Descripción   : TIPOFMT trae un valor que no corresponde a    |
                  PERFORM GRABAR-BACKOUT
               END-IF
           END-WRITE.
      *----------------------------------------------------------------
      * Procedimiento : REWRITE-ARCHIVO.                              |
      * Descripción   : Regraba el registro de la transaccion: si es  |
      *                 el primero del grupo de su llave se regraba   |
      *                 directo; si no, el grupo se vacia y se repone |
      *                 con el registro cambiado.                     |
      *----------------------------------------------------------------
       REWRITE-ARCHIVO.
      *----------------------------------------------------------------
           IF ( W-POS-GRUPO > 1 )
              MOVE ZERO                    TO W-POS-OMITIDA
              PERFORM REPONER-GRUPO-LLAVE
              IF ( REPOSICION-CORRECTA )
                 PERFORM CONFIRMAR-REWRITE
              END-IF
           ELSE
              REWRITE NOMARCHIVO-REC
               INVALID KEY
                  ADD 1                    TO W-CONT-RECHAZOS
                  MOVE EXTERNALLY-DESCRIBED-KEY OF NOMARCHIVO-REC
                                            TO EXC-LLAVE
                  MOVE 'REWRITE-ARCHIVO'   TO EXC-PARRAFO
                  SET EXC-REGISTRO-INEXISTENTE TO TRUE
                  MOVE 'ERROR AL ACTUALIZAR - CLIENTE NO EXISTE'
                                            TO EXC-DESCRIPCION
                  PERFORM REGISTRAR-EXCEPCION
               NOT INVALID KEY
                  PERFORM CONFIRMAR-REWRITE
              END-REWRITE
           END-IF.
      *----------------------------------------------------------------
       CONFIRMAR-REWRITE.
      *----------------------------------------------------------------
           ADD 1                           TO W-CONT-ACTUALIZADOS
           MOVE NOMARCHIVO-REC             TO W-IMAGEN-DESPUES
           SET AUD-OP-CAMBIO               TO TRUE
           PERFORM GRABAR-AUDITORIA
           IF ( MODO-APLICACION ) OR ( MODO-REVERSION )
              PERFORM ACTUALIZAR-REFERENCIAS
           END-IF
           IF ( MODO-APLICACION )
              SET BCK-OP-CAMBIO            TO TRUE
              PERFORM GRABAR-BACKOUT
           END-IF.
      *----------------------------------------------------------------
      * Procedimiento : READ-ARCHIVO.                                 |
      * Descripción   : Busca en el grupo de la llave W-NUMINT el     |
      *                 registro del formato W-TIPOFMT-BUSCADO, o el  |
      *                 identico a W-IMAGEN-BUSCADA si trae una: la   |
      *                 lectura por llave entrega el primer registro  |
      *                 del grupo y el resto se lee en secuencia      |
      *                 hasta un cambio de llave, cargando el grupo a |
      *                 la tabla. El registro encontrado queda en el  |
      *                 area del archivo y como imagen antes, con su  |
      *                 posicion en el grupo.                         |
      *----------------------------------------------------------------
       READ-ARCHIVO.
      *----------------------------------------------------------------
           MOVE 0                        TO W-EXISTE-ARCHIVO
           MOVE ZERO                     TO W-CONT-GRUPO
           MOVE ZERO                     TO W-POS-GRUPO
           SET NO-GRUPO-EXCEDIDO         TO TRUE
           MOVE W-NUMINT                 TO NUMINT OF NOMARCHIVO-REC
           READ  NOMARCHIVO
            INVALID KEY
               MOVE 1                    TO W-FIN-GRUPO
            NOT INVALID KEY
               MOVE 0                    TO W-FIN-GRUPO
           END-READ
           PERFORM CARGAR-GRUPO-LLAVE  UNTIL ( SI-FIN-GRUPO )
           IF ( W-POS-GRUPO > 0 )
              MOVE 1                     TO W-EXISTE-ARCHIVO
              SET IDX-GRUPO              TO W-POS-GRUPO
              MOVE TAB-GRU-REGISTRO (IDX-GRUPO) TO NOMARCHIVO-REC
              MOVE NOMARCHIVO-REC        TO W-IMAGEN-ANTES
           END-IF.
      *----------------------------------------------------------------
      * Procedimiento : CARGAR-GRUPO-LLAVE.                           |
      * Descripción   : Agrega a la tabla el registro leido del grupo |
      *                 y anota su posicion si es el primero del      |
      *                 formato buscado (o igual a la imagen          |
      *                 buscada); luego lee el siguiente y un         |
      *                 cambio de llave o el fin del archivo agotan   |
      *                 el grupo. Un grupo que no cabe en la tabla se |
      *                 marca excedido.                               |
      *----------------------------------------------------------------
       CARGAR-GRUPO-LLAVE.
      *----------------------------------------------------------------
           IF ( W-CONT-GRUPO < 20 )
              ADD 1                      TO W-CONT-GRUPO
              SET IDX-GRUPO              TO W-CONT-GRUPO
              MOVE NOMARCHIVO-REC        TO TAB-GRU-REGISTRO
                                            (IDX-GRUPO)
              IF ( W-POS-GRUPO = ZERO )
                 EVALUATE TRUE
                    WHEN ( W-IMAGEN-BUSCADA NOT = SPACES )
                       IF ( NOMARCHIVO-REC = W-IMAGEN-BUSCADA )
                          MOVE W-CONT-GRUPO TO W-POS-GRUPO
                       END-IF
                    WHEN ( TIPOFMT OF NOMARCHIVO-REC =
                                            W-TIPOFMT-BUSCADO )
                       MOVE W-CONT-GRUPO    TO W-POS-GRUPO
                 END-EVALUATE
              END-IF
           ELSE
              SET SI-GRUPO-EXCEDIDO      TO TRUE
           END-IF
           READ NOMARCHIVO NEXT
              AT END
                 MOVE 1                  TO W-FIN-GRUPO
              NOT AT END
                 IF ( EXTERNALLY-DESCRIBED-KEY OF NOMARCHIVO-REC
                                             NOT = W-NUMINT )
                    MOVE 1               TO W-FIN-GRUPO
                 END-IF
           END-READ.
      *----------------------------------------------------------------
      * Procedimiento : DELETE-ARCHIVO.                               |
      * Descripción   : Elimina el registro de la transaccion: si es  |
      *                 el primero del grupo de su llave se elimina   |
      *                 directo; si no, el grupo se vacia y se repone |
      *                 sin ese registro.                             |
      *----------------------------------------------------------------
       DELETE-ARCHIVO.
      *----------------------------------------------------------------
           IF ( W-POS-GRUPO > 1 )
              MOVE W-POS-GRUPO             TO W-POS-OMITIDA
              PERFORM REPONER-GRUPO-LLAVE
              IF ( REPOSICION-CORRECTA )
                 PERFORM CONFIRMAR-DELETE
              END-IF
           ELSE
              DELETE  NOMARCHIVO
               INVALID KEY
                  ADD 1                    TO W-CONT-RECHAZOS
                  MOVE EXTERNALLY-DESCRIBED-KEY OF NOMARCHIVO-REC
                                            TO EXC-LLAVE
                  MOVE 'DELETE-ARCHIVO'    TO EXC-PARRAFO
                  SET EXC-REGISTRO-INEXISTENTE TO TRUE
                  MOVE 'CLIENTE NO EXISTE EN LA BD' TO EXC-DESCRIPCION
                  PERFORM REGISTRAR-EXCEPCION
               NOT INVALID KEY
                  PERFORM CONFIRMAR-DELETE
              END-DELETE
           END-IF.
      *----------------------------------------------------------------
       CONFIRMAR-DELETE.
      *----------------------------------------------------------------
           ADD 1                           TO W-CONT-ELIMINADOS
           MOVE SPACES                     TO W-IMAGEN-DESPUES
           SET AUD-OP-BAJA                 TO TRUE
           PERFORM GRABAR-AUDITORIA
           IF ( MODO-APLICACION ) OR ( MODO-REVERSION )
              PERFORM ACTUALIZAR-REFERENCIAS
           END-IF
           IF ( MODO-APLICACION )
              SET BCK-OP-ALTA              TO TRUE
              PERFORM GRABAR-BACKOUT
           END-IF.
      *----------------------------------------------------------------
      * Procedimiento : REPONER-GRUPO-LLAVE.                          |
      * Descripción   : Vacia el grupo de la llave y lo repone desde  |
      *                 la tabla en su mismo orden, con el registro   |
      *                 de la transaccion (ya cambiado en el area del |
      *                 archivo) en su posicion, u omitiendo la       |
      *                 posicion W-POS-OMITIDA en una baja. Un grupo  |
      *                 que excede la tabla no se toca y la           |
      *                 transaccion se rechaza. Al terminar el area   |
      *                 del archivo vuelve a tener el registro de la  |
      *                 transaccion, para la auditoria.               |
      *----------------------------------------------------------------
       REPONER-GRUPO-LLAVE.
      *----------------------------------------------------------------
           SET REPOSICION-CORRECTA         TO TRUE
           IF ( SI-GRUPO-EXCEDIDO )
              SET REPOSICION-CON-ERROR     TO TRUE
              ADD 1                        TO W-CONT-RECHAZOS
              MOVE W-NUMINT                TO EXC-LLAVE
              MOVE 'REPONER-GRUPO-LLAVE'   TO EXC-PARRAFO
              SET EXC-LOTE-EXCEDIDO        TO TRUE
              MOVE 'GRUPO DE LA LLAVE EXCEDE LA TABLA'
                                            TO EXC-DESCRIPCION
              PERFORM REGISTRAR-EXCEPCION
           ELSE
              SET IDX-GRUPO                TO W-POS-GRUPO
              MOVE NOMARCHIVO-REC          TO TAB-GRU-REGISTRO
                                              (IDX-GRUPO)
              PERFORM VACIAR-REGISTRO-GRUPO W-CONT-GRUPO TIMES
              PERFORM REPONER-REGISTRO-GRUPO
                 VARYING IDX-GRUPO FROM 1 BY 1
                    UNTIL ( IDX-GRUPO > W-CONT-GRUPO )
              SET IDX-GRUPO                TO W-POS-GRUPO
              MOVE TAB-GRU-REGISTRO (IDX-GRUPO) TO NOMARCHIVO-REC
           END-IF.
      *----------------------------------------------------------------
       VACIAR-REGISTRO-GRUPO.
      *----------------------------------------------------------------
           MOVE W-NUMINT                   TO EXTERNALLY-DESCRIBED-KEY
                                              OF NOMARCHIVO-REC
           READ  NOMARCHIVO
            INVALID KEY
               MOVE 'ERROR AL VACIAR EL GRUPO DE LA LLAVE'
                                            TO EXC-DESCRIPCION
               PERFORM REGISTRAR-ERROR-GRUPO
            NOT INVALID KEY
               DELETE NOMARCHIVO
                INVALID KEY
                   MOVE 'ERROR AL VACIAR EL GRUPO DE LA LLAVE'
                                            TO EXC-DESCRIPCION
                   PERFORM REGISTRAR-ERROR-GRUPO
               END-DELETE
           END-READ.
      *----------------------------------------------------------------
       REPONER-REGISTRO-GRUPO.
      *----------------------------------------------------------------
           IF ( IDX-GRUPO NOT = W-POS-OMITIDA )
              MOVE TAB-GRU-REGISTRO (IDX-GRUPO) TO NOMARCHIVO-REC
              WRITE NOMARCHIVO-REC
               INVALID KEY
                  MOVE 'ERROR AL REPONER EL GRUPO DE LA LLAVE'
                                            TO EXC-DESCRIPCION
                  PERFORM REGISTRAR-ERROR-GRUPO
              END-WRITE
           END-IF.
      *----------------------------------------------------------------
      * Procedimiento : REGISTRAR-ERROR-GRUPO.                        |
      * Descripción   : Registra como excepcion un error al vaciar o  |
      *                 reponer el grupo de la llave (el llamador     |
      *                 deja la descripcion) y marca la reposicion    |
      *                 con error para que la transaccion no se de    |
      *                 por aplicada.                                 |
      *----------------------------------------------------------------
       REGISTRAR-ERROR-GRUPO.
      *----------------------------------------------------------------
           SET REPOSICION-CON-ERROR        TO TRUE
           ADD 1                           TO W-CONT-RECHAZOS
           MOVE W-NUMINT                   TO EXC-LLAVE
           MOVE 'REPONER-GRUPO-LLAVE'      TO EXC-PARRAFO
           SET EXC-LLAVE-INVALIDA          TO TRUE
           PERFORM REGISTRAR-EXCEPCION
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-AUDITORIA.                             |
      * Descripción   : Agrega a la bitacora de auditoria la imagen   |
           ACCEPT AUD-HORA               FROM TIME
           MOVE W-IMAGEN-ANTES           TO AUD-IMAGEN-ANTES
           MOVE W-IMAGEN-DESPUES         TO AUD-IMAGEN-DESPUES
           MOVE 'CASCOBOL'               TO AUD-OPERADOR-CAPTURA
           MOVE SPACES                   TO AUD-OPERADOR-APRUEBA
           WRITE AUDITARCH-REC
           .
      *----------------------------------------------------------------
      *                 inversa de la transaccion recien aplicada     |
      *                 (el llamador deja el codigo de operacion      |
      *                 inversa en BCK-COD-OPERACION) junto con la    |
      *                 imagenes antes y despues de la transaccion:   |
      *                 la antes repone un cambio o una baja y la que |
      *                 el maestro debe tener al revertir (la antes   |
      *                 de una baja, la despues de un alta o un       |
      *                 cambio) ubica el registro en su grupo.        |
      *----------------------------------------------------------------
       GRABAR-BACKOUT.
      *----------------------------------------------------------------
           ACCEPT BCK-FECHA              FROM DATE YYYYMMDD
           ACCEPT BCK-HORA               FROM TIME
           MOVE W-IMAGEN-ANTES           TO BCK-IMAGEN-ANTES
           MOVE W-IMAGEN-DESPUES         TO BCK-IMAGEN-DESPUES
           WRITE BACKARCH-REC
           .
      *----------------------------------------------------------------
                 MOVE 'APLICADA'            TO LIN-TRN-RESULT
              WHEN TRN-CAMBIO
                 MOVE NUMINT OF TRNARCHI-REC TO W-NUMINT
                 MOVE TIPOFMT OF TRNARCHI-REC TO W-TIPOFMT-BUSCADO
                 MOVE SPACES                TO W-IMAGEN-BUSCADA
                 PERFORM READ-ARCHIVO
                 IF ( EXISTE-EN-ARCHIVO )
                    MOVE CORRESPONDING TRNARCHI-REC TO NOMARCHIVO-REC
                 END-IF
              WHEN TRN-BAJA
                 MOVE NUMINT OF TRNARCHI-REC TO W-NUMINT
                 MOVE TIPOFMT OF TRNARCHI-REC TO W-TIPOFMT-BUSCADO
                 MOVE SPACES                TO W-IMAGEN-BUSCADA
                 PERFORM READ-ARCHIVO
                 IF ( EXISTE-EN-ARCHIVO )
                    PERFORM DELETE-ARCHIVO
                                              (IDX-BACKOUT)
                 MOVE BCK-IMAGEN-ANTES     TO TAB-BCK-IMAGEN
                                              (IDX-BACKOUT)
                 MOVE BCK-IMAGEN-DESPUES   TO TAB-BCK-IMAGEN-DESPUES
                                              (IDX-BACKOUT)
              ELSE
                 SET SI-BACKOUT-LLENO      TO TRUE
                 MOVE 1                    TO W-FIN-BACKOUT
      *                 repone la imagen previa sobre un cambio o     |
      *                 elimina el registro de un alta, todo por las  |
      *                 rutas auditadas, de modo que la reversion     |
      *                 misma queda en la bitacora. El registro se    |
      *                 ubica en el grupo de su llave por su imagen   |
      *                 completa: la antes de la baja, que no debe    |
      *                 existir ya, o la despues del cambio o del     |
      *                 alta, que debe seguir identica en el maestro. |
      *----------------------------------------------------------------
       REVERTIR-TRANSACCION.
      *----------------------------------------------------------------
           MOVE TAB-BCK-OPERACION (IDX-BACKOUT) TO LIN-TRN-ACCION
           MOVE TAB-BCK-LLAVE (IDX-BACKOUT) TO LIN-TRN-LLAVE
                                               W-NUMINT
           IF ( TAB-BCK-OPERACION (IDX-BACKOUT) = 'A' )
              MOVE TAB-BCK-IMAGEN (IDX-BACKOUT) TO W-IMAGEN-BUSCADA
           ELSE
              MOVE TAB-BCK-IMAGEN-DESPUES (IDX-BACKOUT)
                                            TO W-IMAGEN-BUSCADA
           END-IF
           PERFORM READ-ARCHIVO
           EVALUATE TRUE
              WHEN ( TAB-BCK-OPERACION (IDX-BACKOUT) = 'A' ) AND
