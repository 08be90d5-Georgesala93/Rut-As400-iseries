      *             la bitacora en curso AUDITARCH, y produce un      |
      *             listado formateado del historial de cambios: se   |
      *             puede filtrar por llave de cliente, por rango de  |
      *             fechas y/o por codigo de operacion, y cada cambio |
      *             se imprime con fecha, hora, operacion y la        |
      *             comparacion campo a campo de la imagen antes y la |
      *             imagen despues, decodificadas segun los formatos  |
      *             NAFMT01/NAFMT02/NAFMT03. El rango de fechas cruza |
      *             por si solo la historia y la bitacora en curso,   |
      *             sin que el operador sepa en que generacion quedo  |
      *             cada mes.                                         |
      * Archivos Entrada/Salida:                                     |
      *             AUDITHIS  - Entrada : historia de auditoria.      |
      *             AUDITARCH - Entrada : bitacora en curso.          |
      *  02/09/2026 JSA Consulta de la historia AUDITHIS junto con la |
      *                 bitacora en curso, para rangos de fechas que  |
      *                 cruzan el corte mensual.                      |
      *  14/10/2026 JSA Operadores de captura y de aprobacion de cada |
      *                 cambio en el listado del historial.           |
      *  14/10/2026 JSA Comparacion de los campos del NAFMT03         |
      *                 (CORREOX, MOVILX y CANALX); los valores del   |
      *                 listado se amplian a 50 posiciones para el    |
      *                 correo.                                       |
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
      * Historia de auditoria generada por el corte mensual: cada     |
           LABEL RECORDS               ARE STANDARD.
       01  AUDITHIS-REC.
           05  HIS-PERIODO                 PIC 9(06).
           05  HIS-BITACORA                PIC X(268).
      *
      *----------------------------------------------------------------
      * Listado de salida con el historial de cambios formateado.     |
      * imprime la linea solo si son distintos.                       |
      *----------------------------------------------------------------
       01 W-CMP-NOMBRE-CAMPO              PIC  X(10)     VALUE SPACES.
       01 W-CMP-VALOR-ANTES               PIC  X(50)     VALUE SPACES.
       01 W-CMP-VALOR-DESPUES             PIC  X(50)     VALUE SPACES.
      *
      *----------------------------------------------------------------
      * Contadores de totales de control del proceso                  |
           05  LIN-CAM-OPERACION           PIC  X(10).
           05  FILLER                      PIC  X(63) VALUE SPACES.
      *
       01 W-LINEA-OPERADORES.
           05  FILLER                      PIC  X(03) VALUE SPACES.
           05  FILLER                      PIC  X(09) VALUE
               'CAPTURO:'.
           05  LIN-OPE-CAPTURA             PIC  X(08).
           05  FILLER                      PIC  X(10) VALUE
               '  APROBO:'.
           05  LIN-OPE-APRUEBA             PIC  X(08).
           05  FILLER                      PIC  X(94) VALUE SPACES.
      *
       01 W-LINEA-CAMPO.
           05  FILLER                      PIC  X(01) VALUE SPACES.
           05  FILLER                      PIC  X(07) VALUE
               'CAMPO:'.
           05  LIN-CPO-NOMBRE              PIC  X(08).
           05  FILLER                      PIC  X(07) VALUE
               ' ANTES:'.
           05  LIN-CPO-ANTES               PIC  X(50).
           05  FILLER                      PIC  X(09) VALUE
               ' DESPUES:'.
           05  LIN-CPO-DESPUES             PIC  X(50).
      *
       01 W-LINEA-TOTAL.
           05  LIN-TOT-ETIQUETA            PIC  X(30).
      *----------------------------------------------------------------
      * Procedimiento : IMPRIMIR-CAMBIO.                              |
      * Descripción   : Imprime el encabezado del cambio (llave,      |
      *                 fecha, hora y operacion decodificada), los    |
      *                 operadores que capturaron y aprobaron el      |
      *                 cambio cuando los hay, y a continuacion la    |
      *                 comparacion campo a campo de las imagenes     |
      *                 antes y despues.                              |
      *----------------------------------------------------------------
       IMPRIMIR-CAMBIO.
      *----------------------------------------------------------------
                 MOVE AUD-COD-OPERACION     TO LIN-CAM-OPERACION
           END-EVALUATE
           WRITE LISTADO-REC                FROM W-LINEA-CAMBIO
           IF ( AUD-OPERADOR-CAPTURA NOT = SPACES ) OR
              ( AUD-OPERADOR-APRUEBA NOT = SPACES )
              MOVE AUD-OPERADOR-CAPTURA     TO LIN-OPE-CAPTURA
              MOVE AUD-OPERADOR-APRUEBA     TO LIN-OPE-APRUEBA
              WRITE LISTADO-REC             FROM W-LINEA-OPERADORES
           END-IF
           MOVE AUD-IMAGEN-ANTES            TO W-REG-ANTES
           MOVE AUD-IMAGEN-DESPUES          TO W-REG-DESPUES
           PERFORM COMPARAR-CAMPOS-COMUNES
           .
      *----------------------------------------------------------------
      * Procedimiento : COMPARAR-CAMPOS-COMUNES.                      |
      * Descripción   : Compara los campos presentes en todos los     |
      *                 formatos de registro: estado y vigencia.      |
      *----------------------------------------------------------------
       COMPARAR-CAMPOS-COMUNES.
              WHEN FORMATO-NAFMT02 OF W-REG-DESPUES
              WHEN FORMATO-NAFMT02 OF W-REG-ANTES
                 PERFORM COMPARAR-CAMPOS-NAFMT02
              WHEN FORMATO-NAFMT03 OF W-REG-DESPUES
              WHEN FORMATO-NAFMT03 OF W-REG-ANTES
                 PERFORM COMPARAR-CAMPOS-NAFMT03
           END-EVALUATE
           .
      *----------------------------------------------------------------
           MOVE CIUDADX OF W-REG-DESPUES    TO W-CMP-VALOR-DESPUES
           PERFORM COMPARAR-CAMPO
           .
      *----------------------------------------------------------------
       COMPARAR-CAMPOS-NAFMT03.
      *----------------------------------------------------------------
           MOVE 'CORREOX'                   TO W-CMP-NOMBRE-CAMPO
           MOVE CORREOX OF W-REG-ANTES      TO W-CMP-VALOR-ANTES
           MOVE CORREOX OF W-REG-DESPUES    TO W-CMP-VALOR-DESPUES
           PERFORM COMPARAR-CAMPO
           MOVE 'MOVILX'                    TO W-CMP-NOMBRE-CAMPO
           MOVE MOVILX OF W-REG-ANTES       TO W-CMP-VALOR-ANTES
           MOVE MOVILX OF W-REG-DESPUES     TO W-CMP-VALOR-DESPUES
           PERFORM COMPARAR-CAMPO
           MOVE 'CANALX'                    TO W-CMP-NOMBRE-CAMPO
           MOVE CANALX OF W-REG-ANTES       TO W-CMP-VALOR-ANTES
           MOVE CANALX OF W-REG-DESPUES     TO W-CMP-VALOR-DESPUES
           PERFORM COMPARAR-CAMPO
           .
      *----------------------------------------------------------------
      * Procedimiento : COMPARAR-CAMPO.                               |
      * Descripción   : Imprime la linea del campo que el llamador    |
