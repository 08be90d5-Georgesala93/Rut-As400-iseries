      *             historia de auditoria AUDITHIS y de la bitacora   |
      *             en curso AUDITARCH y reconstruye el registro del  |
      *             cliente exactamente como estaba en ese momento,   |
      *             en sus tres formatos NAFMT01, NAFMT02 y NAFMT03   |
      *             decodificados campo a campo. Cada eslabon se      |
      *             verifica: la imagen antes de cada cambio debe     |
      *             coincidir con el estado reconstruido hasta ese    |
      *----------------------------------------------------------------
      * Bitacora de cambios                                           |
      *  02/09/2026 JSA Version inicial.                               |
      *  14/10/2026 JSA Bitacora de auditoria AUDITARCH e historia    |
      *                 AUDITHIS con los operadores de captura y de   |
      *                 aprobacion.                                   |
      *  14/10/2026 JSA Reconstruccion del formato NAFMT03 de canales |
      *                 de contacto, con su propia cadena de imagenes |
      *                 y su imagen depurada de NOMHIST.              |
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           LABEL RECORDS               ARE STANDARD.
       01  AUDITHIS-REC.
           05  HIS-PERIODO                 PIC 9(06).
           05  HIS-BITACORA                PIC X(268).
      *
      *----------------------------------------------------------------
      * Bitacora de auditoria en curso: imagen antes/despues de cada  |
           05  AUD-HORA                    PIC 9(08).
           05  AUD-IMAGEN-ANTES            PIC X(113).
           05  AUD-IMAGEN-DESPUES          PIC X(113).
           05  AUD-OPERADOR-CAPTURA        PIC X(08).
           05  AUD-OPERADOR-APRUEBA        PIC X(08).
      *
      *----------------------------------------------------------------
      * Historia de registros depurados por CASPURGA: el registro     |
               88  F2-EXISTENTE                VALUE 'E'.
               88  F2-ELIMINADO                VALUE 'X'.
           05  W-F2-IMAGEN                 PIC  X(113)    VALUE SPACES.
      *
       01 W-RECON-F3.
           05  W-F3-SITUACION              PIC  X(01)     VALUE 'N'.
               88  F3-SIN-MOVIMIENTOS          VALUE 'N'.
               88  F3-EXISTENTE                VALUE 'E'.
               88  F3-ELIMINADO                VALUE 'X'.
           05  W-F3-IMAGEN                 PIC  X(113)    VALUE SPACES.
      *
      *----------------------------------------------------------------
      * Ultima generacion de NOMHIST depurada antes del corte: su     |
           88  SI-HIS-F2                       VALUE 1.
           88  NO-HIS-F2                       VALUE 0.
       01 W-HIS-F2-IMAGEN                 PIC  X(113)    VALUE SPACES.
      *
       01 W-IND-HIS-F3                    PIC  9(01)     VALUE 0.
           88  SI-HIS-F3                       VALUE 1.
           88  NO-HIS-F3                       VALUE 0.
       01 W-HIS-F3-IMAGEN                 PIC  X(113)    VALUE SPACES.
      *
      *----------------------------------------------------------------
      * Contadores de totales de control del proceso                  |
           05  LIN-CPO-NOMBRE              PIC  X(10).
           05  FILLER                      PIC  X(08) VALUE
               ' VALOR:'.
           05  LIN-CPO-VALOR               PIC  X(50).
           05  FILLER                      PIC  X(54) VALUE SPACES.
      *
       01 W-LINEA-SALTO.
           05  FILLER                      PIC  X(07) VALUE
                       PERFORM APLICAR-MOVIMIENTO-F1
                    WHEN FORMATO-NAFMT02 OF W-REG-IMAGEN
                       PERFORM APLICAR-MOVIMIENTO-F2
                    WHEN FORMATO-NAFMT03 OF W-REG-IMAGEN
                       PERFORM APLICAR-MOVIMIENTO-F3
                 END-EVALUATE
              END-IF
           END-IF
              MOVE 'E'                     TO W-F2-SITUACION
           END-IF
           .
      *----------------------------------------------------------------
       APLICAR-MOVIMIENTO-F3.
      *----------------------------------------------------------------
           IF ( AUD-IMAGEN-ANTES NOT = W-F3-IMAGEN )
              ADD 1                        TO W-CONT-SALTOS
              MOVE 'NAFMT03'               TO LIN-SAL-FORMATO
              MOVE AUD-FECHA               TO LIN-SAL-FECHA
              MOVE AUD-HORA                TO LIN-SAL-HORA
              WRITE LISTADO-REC            FROM W-LINEA-SALTO
           END-IF
           IF ( AUD-OP-BAJA )
              MOVE SPACES                  TO W-F3-IMAGEN
              MOVE 'X'                     TO W-F3-SITUACION
           ELSE
              MOVE AUD-IMAGEN-DESPUES      TO W-F3-IMAGEN
              MOVE 'E'                     TO W-F3-SITUACION
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : LEER-DEPURADOS.                               |
      * Descripción   : Busca en la historia de depurados la ultima   |
                    MOVE HIS-HORA-PURGA    TO W-HIS-HORA-MAX
                    MOVE 0                 TO W-IND-HIS-F1
                    MOVE 0                 TO W-IND-HIS-F2
                    MOVE 0                 TO W-IND-HIS-F3
                    MOVE SPACES            TO W-HIS-F1-IMAGEN
                    MOVE SPACES            TO W-HIS-F2-IMAGEN
                    MOVE SPACES            TO W-HIS-F3-IMAGEN
                 END-IF
                 IF ( HIS-FECHA-PURGA = W-HIS-FECHA-MAX ) AND
                    ( HIS-HORA-PURGA = W-HIS-HORA-MAX )
                       WHEN FORMATO-NAFMT02 OF W-REG-IMAGEN
                          SET SI-HIS-F2    TO TRUE
                          MOVE HIS-REGISTRO TO W-HIS-F2-IMAGEN
                       WHEN FORMATO-NAFMT03 OF W-REG-IMAGEN
                          SET SI-HIS-F3    TO TRUE
                          MOVE HIS-REGISTRO TO W-HIS-F3-IMAGEN
                    END-EVALUATE
                 END-IF
              END-IF
                 WRITE LISTADO-REC          FROM W-LINEA-MENSAJE
                 PERFORM IMPRIMIR-NOMHIST-F2
           END-EVALUATE
           MOVE 'RECONSTRUCCION FORMATO NAFMT03'
                                            TO LIN-SEC-TITULO
           WRITE LISTADO-REC                FROM W-LINEA-SECCION
           EVALUATE TRUE
              WHEN F3-EXISTENTE
                 MOVE W-F3-IMAGEN           TO W-REG-DETALLE
                 PERFORM IMPRIMIR-REGISTRO
              WHEN F3-ELIMINADO
                 MOVE 'SIN REGISTRO VIGENTE AL CORTE - ELIMINADO'
                                            TO LIN-MEN-TEXTO
                 WRITE LISTADO-REC          FROM W-LINEA-MENSAJE
                 PERFORM IMPRIMIR-NOMHIST-F3
              WHEN OTHER
                 MOVE 'SIN MOVIMIENTOS EN LA CADENA DE AUDITORIA'
                                            TO LIN-MEN-TEXTO
                 WRITE LISTADO-REC          FROM W-LINEA-MENSAJE
                 PERFORM IMPRIMIR-NOMHIST-F3
           END-EVALUATE
           .
      *----------------------------------------------------------------
       IMPRIMIR-NOMHIST-F1.
              PERFORM IMPRIMIR-REGISTRO
           END-IF
           .
      *----------------------------------------------------------------
       IMPRIMIR-NOMHIST-F3.
      *----------------------------------------------------------------
           IF ( SI-HIS-F3 )
              MOVE W-HIS-FECHA-MAX          TO LIN-PUR-FECHA
              WRITE LISTADO-REC             FROM W-LINEA-PURGA
              MOVE W-HIS-F3-IMAGEN          TO W-REG-DETALLE
              PERFORM IMPRIMIR-REGISTRO
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : IMPRIMIR-REGISTRO.                            |
      * Descripción   : Imprime campo a campo el registro decodifi-   |
                 MOVE 'CIUDADX'             TO LIN-CPO-NOMBRE
                 MOVE CIUDADX OF W-REG-DETALLE TO LIN-CPO-VALOR
                 WRITE LISTADO-REC          FROM W-LINEA-CAMPO
              WHEN FORMATO-NAFMT03 OF W-REG-DETALLE
                 MOVE 'CORREOX'             TO LIN-CPO-NOMBRE
                 MOVE CORREOX OF W-REG-DETALLE TO LIN-CPO-VALOR
                 WRITE LISTADO-REC          FROM W-LINEA-CAMPO
                 MOVE 'MOVILX'              TO LIN-CPO-NOMBRE
                 MOVE MOVILX OF W-REG-DETALLE TO LIN-CPO-VALOR
                 WRITE LISTADO-REC          FROM W-LINEA-CAMPO
                 MOVE 'CANALX'              TO LIN-CPO-NOMBRE
                 MOVE CANALX OF W-REG-DETALLE TO LIN-CPO-VALOR
                 WRITE LISTADO-REC          FROM W-LINEA-CAMPO
              WHEN OTHER
                 MOVE 'FORMATO DESCONOCIDO' TO LIN-MEN-TEXTO
                 WRITE LISTADO-REC          FROM W-LINEA-MENSAJE
