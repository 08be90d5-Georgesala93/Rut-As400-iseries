       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASSALDO.
       AUTHOR. JORGE SALAMANCA.
       DATE-WRITTEN. 14/10/2026.
      *----------------------------------------------------------------
      * Aplicacion: Prueba de saldos de NOMARCHIVO entre noches.      |
      * Funcion   : Cada corrida de la suite cuadra sus propios       |
      *             totales, pero nada prueba que el maestro completo |
      *             este bien de una noche a la siguiente. Esta       |
      *             corrida nocturna toma el ultimo corte de saldos   |
      *             SALDOMAE (registros y hash de llaves por formato  |
      *             TIPOFMT y estado ESTADOX), le suma el efecto neto |
      *             de la bitacora de auditoria posterior a ese corte |
      *             (altas, bajas y cambios que mueven un registro de |
      *             formato o de estado) y lo compara con los totales |
      *             reales del maestro recorrido completo. Toda ruta  |
      *             que modifica el maestro deja su imagen antes y    |
      *             despues en la bitacora (CASCOBOL modos 3, 4 y 5,  |
      *             CASMANTE, CASPURGA, CASINTEG, CASFUSIO y          |
      *             CASNORCI), de modo que un registro perdido o      |
      *             agregado fuera de esas rutas deja fuera de        |
      *             balance su formato y estado, con la diferencia de |
      *             registros y de hash. Los movimientos se reportan  |
      *             tambien por origen (el programa que los grabo, o  |
      *             CASMANTE para los cambios en linea aprobados). La |
      *             bitacora se lee junto con la historia AUDITHIS    |
      *             para que el corte mensual de CASAUROT no deje     |
      *             movimientos fuera. Al final graba el corte de la  |
      *             noche con los totales reales, que es el saldo     |
      *             anterior de la corrida siguiente; la primera      |
      *             corrida solo establece la base.                   |
      * Archivos Entrada/Salida:                                     |
      *             NOMARCHIVO - Entrada : archivo maestro indexado.  |
      *             SALDOMAE   - E/S     : cortes de saldos.          |
      *             AUDITHIS   - Entrada : historia de auditoria.     |
      *             AUDITARCH  - Entrada : bitacora en curso.         |
      *             CTLPROCS   - Salida  : control de corridas.       |
      *             LISTADO    - Salida  : prueba de saldos.          |
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
           SELECT NOMARCHIVO
                  ASSIGN               TO DATABASE-NOMARCHIVO
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS EXTERNALLY-DESCRIBED-KEY
                                          WITH DUPLICATES.
      *
           SELECT OPTIONAL SALDOMAE
                  ASSIGN               TO DATABASE-SALDOMAE
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT OPTIONAL AUDITHIS
                  ASSIGN               TO DATABASE-AUDITHIS
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT AUDITARCH
                  ASSIGN               TO DATABASE-AUDITARCH
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT OPTIONAL CTLPROCS
                  ASSIGN               TO DATABASE-CTLPROCS
                  ORGANIZATION         IS SEQUENTIAL.
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
       FD  NOMARCHIVO
           LABEL RECORDS               ARE STANDARD.
       01  NOMARCHIVO-REC.
           COPY DD-ALL-FORMATS         OF NOMARCHIVO.
      *
      *----------------------------------------------------------------
      * Cortes de saldos del maestro, uno por noche.                  |
      *----------------------------------------------------------------
       FD  SALDOMAE
           LABEL RECORDS               ARE STANDARD.
       01  SALDOMAE-REC.
           COPY SALDOMAE.
      *
      *----------------------------------------------------------------
      * Historia de auditoria generada por el corte mensual: cada     |
      * registro de bitacora con el periodo AAAAMM al que pertenece.  |
      *----------------------------------------------------------------
       FD  AUDITHIS
           LABEL RECORDS               ARE STANDARD.
       01  AUDITHIS-REC.
           05  HIS-PERIODO                 PIC 9(06).
           05  HIS-BITACORA                PIC X(268).
      *
      *----------------------------------------------------------------
      * Bitacora de auditoria: imagen antes/despues de cada alta,     |
      * cambio o baja contra NOMARCHIVO.                              |
      *----------------------------------------------------------------
       FD  AUDITARCH
           LABEL RECORDS               ARE STANDARD.
       01  AUDITARCH-REC.
           05  AUD-LLAVE                   PIC 9(09).
           05  AUD-COD-OPERACION           PIC X(01).
               88  AUD-OP-ALTA                 VALUE 'A'.
               88  AUD-OP-CAMBIO               VALUE 'C'.
               88  AUD-OP-BAJA                 VALUE 'E'.
           05  AUD-FECHA                   PIC 9(08).
           05  AUD-HORA                    PIC 9(08).
           05  AUD-IMAGEN-ANTES            PIC X(113).
           05  AUD-IMAGEN-DESPUES          PIC X(113).
           05  AUD-OPERADOR-CAPTURA        PIC X(08).
           05  AUD-OPERADOR-APRUEBA        PIC X(08).
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
      * Listado de salida con la prueba de saldos.                    |
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
       01 W-FIN-SALDOS                    PIC  9(01)     VALUE 0.
           88  SI-FIN-SALDOS                   VALUE 1.
           88  NO-FIN-SALDOS                   VALUE 0.
      *
       01 W-FIN-HISTORIA                  PIC  9(01)     VALUE 0.
           88  SI-FIN-HISTORIA                 VALUE 1.
           88  NO-FIN-HISTORIA                 VALUE 0.
      *
       01 W-FIN-AUDITORIA                 PIC  9(01)     VALUE 0.
           88  SI-FIN-AUDITORIA                VALUE 1.
           88  NO-FIN-AUDITORIA                VALUE 0.
      *
       01 W-FIN-ARCHIVO                   PIC  9(01)     VALUE 0.
           88  SI-FIN-ARCHIVO                  VALUE 1.
           88  NO-FIN-ARCHIVO                  VALUE 0.
      *
       01 W-IND-CORTE                     PIC  9(01)     VALUE 0.
           88  SI-EXISTE-CORTE                 VALUE 1.
           88  NO-EXISTE-CORTE                 VALUE 0.
      *
       01 W-IND-BALANCE                   PIC  9(01)     VALUE 1.
           88  EN-BALANCE                      VALUE 1.
           88  FUERA-DE-BALANCE                VALUE 0.
      *
       01 W-IND-ENTRADA                   PIC  9(01)     VALUE 0.
           88  ENTRADA-ENCONTRADA              VALUE 1.
           88  ENTRADA-NO-ENCONTRADA           VALUE 0.
      *
       01 W-FECHA-NEGOCIO                 PIC  9(08)     VALUE ZEROES.
      *
      *----------------------------------------------------------------
      * Fecha y hora del corte de esta corrida, tomadas al iniciar, y |
      * del ultimo corte grabado: la bitacora que cuenta es la        |
      * posterior al corte anterior y no posterior al corte actual.   |
      *----------------------------------------------------------------
       01 W-FECHA-CORTE                   PIC  9(08)     VALUE ZEROES.
       01 W-HORA-CORTE                    PIC  9(08)     VALUE ZEROES.
       01 W-FECHA-ANTERIOR                PIC  9(08)     VALUE ZEROES.
       01 W-FECHA-ANTERIOR-R REDEFINES W-FECHA-ANTERIOR.
           05  W-PERIODO-ANTERIOR          PIC  9(06).
           05  FILLER                      PIC  9(02).
       01 W-HORA-ANTERIOR                 PIC  9(08)     VALUE ZEROES.
      *
      *----------------------------------------------------------------
      * Totales de la cabecera del corte anterior, contra los que se  |
      * verifica que el corte se haya grabado completo.               |
      *----------------------------------------------------------------
       01 W-CAB-REGISTROS                 PIC  9(09)     VALUE ZEROES.
       01 W-CAB-HASH                      PIC  9(18)     VALUE ZEROES.
       01 W-DET-REGISTROS                 PIC  9(09)     VALUE ZEROES.
       01 W-DET-HASH                      PIC  9(18)     VALUE ZEROES.
      *
      *----------------------------------------------------------------
      * Imagen de la bitacora en curso (la despues en alta, la antes  |
      * en baja, ambas en cambio), decodificada con el formato del    |
      * registro de NOMARCHIVO.                                       |
      *----------------------------------------------------------------
       01 W-REG-IMAGEN.
           COPY DD-ALL-FORMATS             OF NOMARCHIVO.
      *
       01 W-TIPOFMT-BUSCAR                PIC  X(02)     VALUE SPACES.
       01 W-ESTADOX-BUSCAR                PIC  X(01)     VALUE SPACE.
       01 W-SALDO-ANTES                   PIC  9(03) COMP VALUE ZERO.
       01 W-ORIGEN-BUSCAR                 PIC  X(08)     VALUE SPACES.
      *
      *----------------------------------------------------------------
      * Saldos por formato y estado: el corte anterior, los           |
      * movimientos de la bitacora (altas, bajas, y los cambios que   |
      * llevan un registro a otro formato o estado como entrada en el |
      * destino y salida en el origen), el hash neto de los           |
      * movimientos y los totales reales del maestro.                 |
      *----------------------------------------------------------------
       01 W-CANT-SALDOS                   PIC  9(03) COMP VALUE ZERO.
       01 W-CONT-SAL-EXCEDIDOS            PIC  9(07) COMP VALUE ZERO.
       01 TABLA-SALDOS.
           05  TAB-SALDO OCCURS 20 TIMES
                         INDEXED BY IDX-SALDO.
               10  TAB-SAL-TIPOFMT         PIC  X(02).
               10  TAB-SAL-ESTADOX         PIC  X(01).
               10  TAB-SAL-ANT-REGISTROS   PIC  9(09).
               10  TAB-SAL-ANT-HASH        PIC  9(18).
               10  TAB-SAL-ALTAS           PIC  9(09).
               10  TAB-SAL-BAJAS           PIC  9(09).
               10  TAB-SAL-ENTRADAS        PIC  9(09).
               10  TAB-SAL-SALIDAS         PIC  9(09).
               10  TAB-SAL-MOV-HASH        PIC S9(18).
               10  TAB-SAL-ACT-REGISTROS   PIC  9(09).
               10  TAB-SAL-ACT-HASH        PIC  9(18).
      *
       01 W-ESPERADO-REGISTROS            PIC S9(10)     VALUE ZEROES.
       01 W-ESPERADO-HASH                 PIC S9(19)     VALUE ZEROES.
       01 W-DIFERENCIA-REGISTROS          PIC S9(10)     VALUE ZEROES.
      *
      *----------------------------------------------------------------
      * Movimientos de la bitacora por origen: el programa que grabo  |
      * la auditoria, o CASMANTE para los cambios en linea, que       |
      * llevan el operador que los aprobo.                            |
      *----------------------------------------------------------------
       01 W-CANT-ORIGENES                 PIC  9(03) COMP VALUE ZERO.
       01 TABLA-ORIGENES.
           05  TAB-ORIGEN OCCURS 20 TIMES
                          INDEXED BY IDX-ORIGEN.
               10  TAB-ORI-PROGRAMA        PIC  X(08).
               10  TAB-ORI-ALTAS           PIC  9(09).
               10  TAB-ORI-CAMBIOS         PIC  9(09).
               10  TAB-ORI-BAJAS           PIC  9(09).
      *
      *----------------------------------------------------------------
      * Contadores de totales de control del proceso                  |
      *----------------------------------------------------------------
       01 W-CONTADORES.
           05  W-CONT-LEIDOS               PIC  9(09) COMP VALUE ZERO.
           05  W-CONT-HASH-LEIDOS          PIC  9(18) COMP VALUE ZERO.
           05  W-CONT-CORTES               PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-BITACORA             PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-MOVIMIENTOS          PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-ALTAS                PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-CAMBIOS              PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-BAJAS                PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-TRASPASOS            PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-NO-RECONOCIDAS       PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-ORI-EXCEDIDOS        PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-DESCUADRES           PIC  9(07) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------
      * Lineas de impresion del listado.                              |
      *----------------------------------------------------------------
       01 W-ENC-REPORTE.
           05  FILLER                      PIC  X(40) VALUE
               'PRUEBA DE SALDOS DEL MAESTRO CASSALDO'.
           05  FILLER                      PIC  X(92) VALUE SPACES.
      *
       01 W-LINEA-PARAMETRO.
           05  FILLER                      PIC  X(20) VALUE
               'FECHA DE NEGOCIO   :'.
           05  LIN-PAR-FECHA               PIC  9(08).
           05  FILLER                      PIC  X(104) VALUE SPACES.
      *
       01 W-LINEA-CORTE.
           05  LIN-COR-ETIQUETA            PIC  X(20).
           05  LIN-COR-FECHA               PIC  9(08).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-COR-HORA                PIC  9(08).
           05  FILLER                      PIC  X(95) VALUE SPACES.
      *
       01 W-LINEA-AVISO.
           05  FILLER                      PIC  X(07) VALUE
               'AVISO:'.
           05  LIN-AVI-TEXTO               PIC  X(50).
           05  FILLER                      PIC  X(75) VALUE SPACES.
      *
       01 W-LINEA-SECCION.
           05  LIN-SEC-TITULO              PIC  X(50).
           05  FILLER                      PIC  X(82) VALUE SPACES.
      *
       01 W-ENC-SALDOS.
           05  FILLER                      PIC  X(30) VALUE
               'FMT E    ANTERIOR       ALTAS '.
           05  FILLER                      PIC  X(30) VALUE
               '      BAJAS    ENTRADAS     SA'.
           05  FILLER                      PIC  X(30) VALUE
               'LIDAS     ESPERADO      ACTUAL'.
           05  FILLER                      PIC  X(30) VALUE
               '   DIFERENCIA RESULTADO'.
           05  FILLER                      PIC  X(12) VALUE SPACES.
      *
       01 W-LINEA-SALDO.
           05  LIN-SAL-TIPOFMT             PIC  X(02).
           05  FILLER                      PIC  X(02) VALUE SPACES.
           05  LIN-SAL-ESTADOX             PIC  X(01).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-SAL-ANTERIOR            PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-SAL-ALTAS               PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-SAL-BAJAS               PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-SAL-ENTRADAS            PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-SAL-SALIDAS             PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-SAL-ESPERADO            PIC  -ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-SAL-ACTUAL              PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-SAL-DIFERENCIA          PIC  -ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-SAL-RESULTADO           PIC  X(16).
           05  FILLER                      PIC  X(12) VALUE SPACES.
      *
       01 W-LINEA-HASH.
           05  FILLER                      PIC  X(20) VALUE
               '   HASH ESPERADO   :'.
           05  LIN-HAS-ESPERADO            PIC  -Z(17)9.
           05  FILLER                      PIC  X(20) VALUE
               '   HASH ACTUAL     :'.
           05  LIN-HAS-ACTUAL              PIC  Z(17)9.
           05  FILLER                      PIC  X(55) VALUE SPACES.
      *
       01 W-ENC-ORIGENES.
           05  FILLER                      PIC  X(30) VALUE
               'ORIGEN         ALTAS     CAMBI'.
           05  FILLER                      PIC  X(30) VALUE
               'OS       BAJAS'.
           05  FILLER                      PIC  X(72) VALUE SPACES.
      *
       01 W-LINEA-ORIGEN.
           05  LIN-ORI-PROGRAMA            PIC  X(08).
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-ORI-ALTAS               PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-ORI-CAMBIOS             PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-ORI-BAJAS               PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(88) VALUE SPACES.
      *
       01 W-LINEA-TOTAL.
           05  LIN-TOT-ETIQUETA            PIC  X(30).
           05  LIN-TOT-VALOR               PIC  ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC  X(91) VALUE SPACES.
      *
       01 W-LINEA-VEREDICTO.
           05  FILLER                      PIC  X(11) VALUE
               'RESULTADO :'.
           05  FILLER                      PIC  X(01) VALUE SPACE.
           05  LIN-VER-TEXTO               PIC  X(20).
           05  FILLER                      PIC  X(100) VALUE SPACES.
      *
      *----------------------------------------------------------------
       LINKAGE SECTION.
      *----------------------------------------------------------------
      *
      *----------------------------------------------------------------
      * Parametro de la corrida: la fecha de negocio con que se       |
      * registra en el control de corridas; en ceros se toma la fecha |
      * de la maquina.                                                |
      *----------------------------------------------------------------
       01  LK-PARM-CASSALDO.
           05  LK-FECHA-NEGOCIO            PIC  9(08).
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-PARM-CASSALDO.
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
      * Descripción   : En este procedimiento se toma la fecha y hora |
      *                 del corte, se inicializan las variables de    |
      *                 control y se abren los archivos utilizados.   |
      *----------------------------------------------------------------
       INICIALIZAR.
      *----------------------------------------------------------------
           ACCEPT W-FECHA-CORTE          FROM DATE YYYYMMDD
           ACCEPT W-HORA-CORTE           FROM TIME
           MOVE W-FECHA-CORTE            TO W-FECHA-NEGOCIO
           IF ( LK-FECHA-NEGOCIO NOT = ZEROES )
              MOVE LK-FECHA-NEGOCIO      TO W-FECHA-NEGOCIO
           END-IF
           OPEN INPUT  NOMARCHIVO
           OPEN INPUT  SALDOMAE
           OPEN INPUT  AUDITHIS
           OPEN INPUT  AUDITARCH
           OPEN OUTPUT LISTADO
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
           MOVE 'CASSALDO'               TO CTL-PROGRAMA
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
      *                 totales de control: los registros del maestro |
      *                 leidos, los movimientos de la bitacora        |
      *                 aplicados al saldo anterior y los formatos y  |
      *                 estados fuera de balance.                     |
      *----------------------------------------------------------------
       GRABAR-CONTROL-FIN.
      *----------------------------------------------------------------
           OPEN EXTEND CTLPROCS
           MOVE SPACES                   TO CTLPROCS-REC
           MOVE 'CASSALDO'               TO CTL-PROGRAMA
           MOVE W-FECHA-NEGOCIO          TO CTL-FECHA-NEGOCIO
           MOVE SPACE                    TO CTL-MODO
           MOVE 'C'                      TO CTL-ESTADO
           ACCEPT CTL-HORA               FROM TIME
           MOVE ZEROES                   TO CTL-LOTE-ID
           MOVE W-CONT-LEIDOS            TO CTL-CONT-LEIDOS
           MOVE W-CONT-MOVIMIENTOS       TO CTL-CONT-APLICADOS
           MOVE W-CONT-DESCUADRES        TO CTL-CONT-RECHAZOS
           WRITE CTLPROCS-REC
           CLOSE CTLPROCS
           .
      *----------------------------------------------------------------
      * Procedimiento : PROCESAR.                                     |
      * Descripción   : Carga el ultimo corte de saldos, le aplica    |
      *                 los movimientos de la historia y de la        |
      *                 bitacora posteriores a ese corte, recorre el  |
      *                 maestro completo, compara por formato y       |
      *                 estado y graba el corte de esta noche.        |
      *----------------------------------------------------------------
       PROCESAR.
      *----------------------------------------------------------------
           PERFORM LEER-SALDOS     UNTIL ( SI-FIN-SALDOS )
           CLOSE SALDOMAE
           IF ( SI-EXISTE-CORTE )
              PERFORM VERIFICAR-CORTE-ANTERIOR
              PERFORM LEER-HISTORIA   UNTIL ( SI-FIN-HISTORIA )
              PERFORM LEER-AUDITORIA  UNTIL ( SI-FIN-AUDITORIA )
           ELSE
              MOVE 'SIN CORTE ANTERIOR - SE ESTABLECE LA BASE'
                                         TO LIN-AVI-TEXTO
              WRITE LISTADO-REC          FROM W-LINEA-AVISO
           END-IF
           MOVE 'CORTE ANTERIOR     :'   TO LIN-COR-ETIQUETA
           MOVE W-FECHA-ANTERIOR         TO LIN-COR-FECHA
           MOVE W-HORA-ANTERIOR          TO LIN-COR-HORA
           WRITE LISTADO-REC             FROM W-LINEA-CORTE
           MOVE 'CORTE ACTUAL       :'   TO LIN-COR-ETIQUETA
           MOVE W-FECHA-CORTE            TO LIN-COR-FECHA
           MOVE W-HORA-CORTE             TO LIN-COR-HORA
           WRITE LISTADO-REC             FROM W-LINEA-CORTE
           MOVE ZEROES                   TO EXTERNALLY-DESCRIBED-KEY
                                            OF NOMARCHIVO-REC
           START NOMARCHIVO    KEY NOT < EXTERNALLY-DESCRIBED-KEY
                                            OF NOMARCHIVO-REC
              INVALID KEY
                MOVE 1                   TO W-FIN-ARCHIVO
              NOT INVALID KEY
                MOVE 0                   TO W-FIN-ARCHIVO
           END-START
           PERFORM LEER-NOMARCHIVO  UNTIL ( SI-FIN-ARCHIVO )
           IF ( W-CONT-SAL-EXCEDIDOS > 0 )
              SET FUERA-DE-BALANCE       TO TRUE
              MOVE 'COMBINACIONES DE FORMATO Y ESTADO EXCEDEN LA TABLA'
                                         TO LIN-AVI-TEXTO
              WRITE LISTADO-REC          FROM W-LINEA-AVISO
           END-IF
           IF ( W-CONT-NO-RECONOCIDAS > 0 )
              SET FUERA-DE-BALANCE       TO TRUE
              MOVE 'BITACORA CON OPERACIONES NO RECONOCIDAS'
                                         TO LIN-AVI-TEXTO
              WRITE LISTADO-REC          FROM W-LINEA-AVISO
           END-IF
           MOVE 'SALDOS POR FORMATO Y ESTADO'
                                         TO LIN-SEC-TITULO
           WRITE LISTADO-REC             FROM W-LINEA-SECCION
           WRITE LISTADO-REC             FROM W-ENC-SALDOS
           PERFORM COMPARAR-SALDO
              VARYING IDX-SALDO FROM 1 BY 1
                 UNTIL ( IDX-SALDO > W-CANT-SALDOS )
           MOVE 'MOVIMIENTOS POR ORIGEN'
                                         TO LIN-SEC-TITULO
           WRITE LISTADO-REC             FROM W-LINEA-SECCION
           WRITE LISTADO-REC             FROM W-ENC-ORIGENES
           PERFORM IMPRIMIR-ORIGEN
              VARYING IDX-ORIGEN FROM 1 BY 1
                 UNTIL ( IDX-ORIGEN > W-CANT-ORIGENES )
           IF ( W-CONT-ORI-EXCEDIDOS > 0 )
              MOVE 'ORIGENES DE LA BITACORA EXCEDEN LA TABLA'
                                         TO LIN-AVI-TEXTO
              WRITE LISTADO-REC          FROM W-LINEA-AVISO
           END-IF
           PERFORM GRABAR-CORTE
           .
      *----------------------------------------------------------------
      * Procedimiento : LEER-SALDOS.                                  |
      * Descripción   : Lee los cortes de saldos en orden cronologico |
      *                 y deja cargado en la tabla el ultimo: cada    |
      *                 cabecera descarta el saldo anterior cargado y |
      *                 cada detalle acumula el saldo de su formato y |
      *                 estado.                                       |
      *----------------------------------------------------------------
       LEER-SALDOS.
      *----------------------------------------------------------------
           READ SALDOMAE NEXT  AT END
                MOVE 1             TO W-FIN-SALDOS
           END-READ
           IF ( NO-FIN-SALDOS )
              EVALUATE TRUE
                 WHEN ( SAL-CABECERA )
                    ADD 1                TO W-CONT-CORTES
                    SET SI-EXISTE-CORTE  TO TRUE
                    MOVE SAL-FECHA-CORTE TO W-FECHA-ANTERIOR
                    MOVE SAL-HORA-CORTE  TO W-HORA-ANTERIOR
                    MOVE SAL-REGISTROS   TO W-CAB-REGISTROS
                    MOVE SAL-HASH-LLAVES TO W-CAB-HASH
                    MOVE ZEROES          TO W-DET-REGISTROS
                    MOVE ZEROES          TO W-DET-HASH
                    PERFORM LIMPIAR-SALDO-ANTERIOR
                       VARYING IDX-SALDO FROM 1 BY 1
                          UNTIL ( IDX-SALDO > W-CANT-SALDOS )
                 WHEN ( SAL-DETALLE )
                    MOVE SAL-TIPOFMT     TO W-TIPOFMT-BUSCAR
                    MOVE SAL-ESTADOX     TO W-ESTADOX-BUSCAR
                    PERFORM UBICAR-SALDO
                    IF ( ENTRADA-ENCONTRADA )
                       ADD SAL-REGISTROS TO TAB-SAL-ANT-REGISTROS
                                            (IDX-SALDO)
                       ADD SAL-HASH-LLAVES TO TAB-SAL-ANT-HASH
                                            (IDX-SALDO)
                    END-IF
                    ADD SAL-REGISTROS    TO W-DET-REGISTROS
                    ADD SAL-HASH-LLAVES  TO W-DET-HASH
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------
       LIMPIAR-SALDO-ANTERIOR.
      *----------------------------------------------------------------
           MOVE ZEROES                   TO TAB-SAL-ANT-REGISTROS
                                            (IDX-SALDO)
           MOVE ZEROES                   TO TAB-SAL-ANT-HASH (IDX-SALDO)
           .
      *----------------------------------------------------------------
      * Procedimiento : VERIFICAR-CORTE-ANTERIOR.                     |
      * Descripción   : El detalle del ultimo corte debe sumar los    |
      *                 totales de su cabecera; un corte que no se    |
      *                 grabo completo no sirve de saldo anterior y   |
      *                 deja la prueba fuera de balance.              |
      *----------------------------------------------------------------
       VERIFICAR-CORTE-ANTERIOR.
      *----------------------------------------------------------------
           IF ( W-DET-REGISTROS NOT = W-CAB-REGISTROS ) OR
              ( W-DET-HASH NOT = W-CAB-HASH )
              SET FUERA-DE-BALANCE       TO TRUE
              MOVE 'CORTE ANTERIOR INCOMPLETO - NO CUADRA SU CABECERA'
                                         TO LIN-AVI-TEXTO
              WRITE LISTADO-REC          FROM W-LINEA-AVISO
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : UBICAR-SALDO.                                 |
      * Descripción   : Busca en la tabla de saldos el formato y      |
      *                 estado del area de busqueda y, si no existe,  |
      *                 agrega su entrada en ceros.                   |
      *----------------------------------------------------------------
       UBICAR-SALDO.
      *----------------------------------------------------------------
           SET ENTRADA-NO-ENCONTRADA       TO TRUE
           IF ( W-CANT-SALDOS > 0 )
              SET IDX-SALDO                TO 1
              SEARCH TAB-SALDO
                 AT END
                    SET ENTRADA-NO-ENCONTRADA TO TRUE
                 WHEN ( IDX-SALDO > W-CANT-SALDOS )
                    SET ENTRADA-NO-ENCONTRADA TO TRUE
                 WHEN ( TAB-SAL-TIPOFMT (IDX-SALDO) =
                        W-TIPOFMT-BUSCAR ) AND
                      ( TAB-SAL-ESTADOX (IDX-SALDO) =
                        W-ESTADOX-BUSCAR )
                    SET ENTRADA-ENCONTRADA TO TRUE
              END-SEARCH
           END-IF
           IF ( ENTRADA-NO-ENCONTRADA )
              IF ( W-CANT-SALDOS < 20 )
                 ADD 1                     TO W-CANT-SALDOS
                 SET IDX-SALDO             TO W-CANT-SALDOS
                 MOVE W-TIPOFMT-BUSCAR     TO TAB-SAL-TIPOFMT
                                              (IDX-SALDO)
                 MOVE W-ESTADOX-BUSCAR     TO TAB-SAL-ESTADOX
                                              (IDX-SALDO)
                 MOVE ZEROES               TO TAB-SAL-ANT-REGISTROS
                                              (IDX-SALDO)
                 MOVE ZEROES               TO TAB-SAL-ANT-HASH
                                              (IDX-SALDO)
                 MOVE ZEROES               TO TAB-SAL-ALTAS (IDX-SALDO)
                 MOVE ZEROES               TO TAB-SAL-BAJAS (IDX-SALDO)
                 MOVE ZEROES               TO TAB-SAL-ENTRADAS
                                              (IDX-SALDO)
                 MOVE ZEROES               TO TAB-SAL-SALIDAS
                                              (IDX-SALDO)
                 MOVE ZEROES               TO TAB-SAL-MOV-HASH
                                              (IDX-SALDO)
                 MOVE ZEROES               TO TAB-SAL-ACT-REGISTROS
                                              (IDX-SALDO)
                 MOVE ZEROES               TO TAB-SAL-ACT-HASH
                                              (IDX-SALDO)
                 SET ENTRADA-ENCONTRADA    TO TRUE
              ELSE
                 ADD 1                     TO W-CONT-SAL-EXCEDIDOS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : LEER-HISTORIA.                                |
      * Descripción   : Lee la historia de auditoria; solo interesan  |
      *                 los periodos desde el del corte anterior, y   |
      *                 cada registro se desempaca al area de la      |
      *                 bitacora para el mismo tratamiento que la     |
      *                 bitacora en curso.                            |
      *----------------------------------------------------------------
       LEER-HISTORIA.
      *----------------------------------------------------------------
           READ AUDITHIS NEXT  AT END
                MOVE 1             TO W-FIN-HISTORIA
           END-READ
           IF ( NO-FIN-HISTORIA )
              IF ( HIS-PERIODO NOT < W-PERIODO-ANTERIOR )
                 MOVE HIS-BITACORA         TO AUDITARCH-REC
                 PERFORM SELECCIONAR-BITACORA
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
       LEER-AUDITORIA.
      *----------------------------------------------------------------
           READ AUDITARCH NEXT  AT END
                MOVE 1             TO W-FIN-AUDITORIA
           END-READ
           IF ( NO-FIN-AUDITORIA )
              PERFORM SELECCIONAR-BITACORA
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : SELECCIONAR-BITACORA.                         |
      * Descripción   : Toma el registro de bitacora solo si fue      |
      *                 grabado despues del corte anterior y no       |
      *                 despues del corte de esta corrida.            |
      *----------------------------------------------------------------
       SELECCIONAR-BITACORA.
      *----------------------------------------------------------------
           ADD 1                           TO W-CONT-BITACORA
           IF ( ( AUD-FECHA > W-FECHA-ANTERIOR ) OR
                ( ( AUD-FECHA = W-FECHA-ANTERIOR ) AND
                  ( AUD-HORA > W-HORA-ANTERIOR ) ) ) AND
              ( ( AUD-FECHA < W-FECHA-CORTE ) OR
                ( ( AUD-FECHA = W-FECHA-CORTE ) AND
                  ( AUD-HORA NOT > W-HORA-CORTE ) ) )
              PERFORM APLICAR-MOVIMIENTO
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : APLICAR-MOVIMIENTO.                           |
      * Descripción   : Aplica al saldo el efecto neto del registro   |
      *                 de bitacora: el alta suma su imagen despues,  |
      *                 la baja resta su imagen antes y el cambio que |
      *                 lleva el registro a otro formato o estado     |
      *                 sale de la combinacion de la imagen antes y   |
      *                 entra en la de la imagen despues; el hash     |
      *                 acompaña cada suma y resta con la llave.      |
      *----------------------------------------------------------------
       APLICAR-MOVIMIENTO.
      *----------------------------------------------------------------
           ADD 1                           TO W-CONT-MOVIMIENTOS
           PERFORM CONTAR-ORIGEN
           EVALUATE TRUE
              WHEN ( AUD-OP-ALTA )
                 ADD 1                     TO W-CONT-ALTAS
                 MOVE AUD-IMAGEN-DESPUES   TO W-REG-IMAGEN
                 PERFORM UBICAR-SALDO-IMAGEN
                 IF ( ENTRADA-ENCONTRADA )
                    ADD 1                  TO TAB-SAL-ALTAS (IDX-SALDO)
                    ADD AUD-LLAVE          TO TAB-SAL-MOV-HASH
                                              (IDX-SALDO)
                 END-IF
              WHEN ( AUD-OP-BAJA )
                 ADD 1                     TO W-CONT-BAJAS
                 MOVE AUD-IMAGEN-ANTES     TO W-REG-IMAGEN
                 PERFORM UBICAR-SALDO-IMAGEN
                 IF ( ENTRADA-ENCONTRADA )
                    ADD 1                  TO TAB-SAL-BAJAS (IDX-SALDO)
                    SUBTRACT AUD-LLAVE     FROM TAB-SAL-MOV-HASH
                                              (IDX-SALDO)
                 END-IF
              WHEN ( AUD-OP-CAMBIO )
                 ADD 1                     TO W-CONT-CAMBIOS
                 MOVE AUD-IMAGEN-ANTES     TO W-REG-IMAGEN
                 PERFORM UBICAR-SALDO-IMAGEN
                 SET W-SALDO-ANTES         TO IDX-SALDO
                 MOVE AUD-IMAGEN-DESPUES   TO W-REG-IMAGEN
                 PERFORM UBICAR-SALDO-IMAGEN
                 IF ( ENTRADA-ENCONTRADA ) AND
                    ( IDX-SALDO NOT = W-SALDO-ANTES )
                    ADD 1                  TO W-CONT-TRASPASOS
                    ADD 1                  TO TAB-SAL-ENTRADAS
                                              (IDX-SALDO)
                    ADD AUD-LLAVE          TO TAB-SAL-MOV-HASH
                                              (IDX-SALDO)
                    SET IDX-SALDO          TO W-SALDO-ANTES
                    ADD 1                  TO TAB-SAL-SALIDAS
                                              (IDX-SALDO)
                    SUBTRACT AUD-LLAVE     FROM TAB-SAL-MOV-HASH
                                              (IDX-SALDO)
                 END-IF
              WHEN OTHER
                 ADD 1                     TO W-CONT-NO-RECONOCIDAS
           END-EVALUATE
           .
      *----------------------------------------------------------------
       UBICAR-SALDO-IMAGEN.
      *----------------------------------------------------------------
           MOVE TIPOFMT OF W-REG-IMAGEN    TO W-TIPOFMT-BUSCAR
           MOVE ESTADOX OF W-REG-IMAGEN    TO W-ESTADOX-BUSCAR
           PERFORM UBICAR-SALDO
           .
      *----------------------------------------------------------------
      * Procedimiento : CONTAR-ORIGEN.                                |
      * Descripción   : Acumula el movimiento en su origen: los       |
      *                 cambios en linea llevan el operador que los   |
      *                 aprobo y se cuentan en CASMANTE; el resto     |
      *                 lleva como operador de captura el programa    |
      *                 que los grabo.                                |
      *----------------------------------------------------------------
       CONTAR-ORIGEN.
      *----------------------------------------------------------------
           IF ( AUD-OPERADOR-APRUEBA NOT = SPACES )
              MOVE 'CASMANTE'              TO W-ORIGEN-BUSCAR
           ELSE
              IF ( AUD-OPERADOR-CAPTURA = SPACES )
                 MOVE 'SIN ORIG'           TO W-ORIGEN-BUSCAR
              ELSE
                 MOVE AUD-OPERADOR-CAPTURA TO W-ORIGEN-BUSCAR
              END-IF
           END-IF
           SET ENTRADA-NO-ENCONTRADA       TO TRUE
           IF ( W-CANT-ORIGENES > 0 )
              SET IDX-ORIGEN               TO 1
              SEARCH TAB-ORIGEN
                 AT END
                    SET ENTRADA-NO-ENCONTRADA TO TRUE
                 WHEN ( IDX-ORIGEN > W-CANT-ORIGENES )
                    SET ENTRADA-NO-ENCONTRADA TO TRUE
                 WHEN ( TAB-ORI-PROGRAMA (IDX-ORIGEN) =
                        W-ORIGEN-BUSCAR )
                    SET ENTRADA-ENCONTRADA TO TRUE
              END-SEARCH
           END-IF
           IF ( ENTRADA-NO-ENCONTRADA )
              IF ( W-CANT-ORIGENES < 20 )
                 ADD 1                     TO W-CANT-ORIGENES
                 SET IDX-ORIGEN            TO W-CANT-ORIGENES
                 MOVE W-ORIGEN-BUSCAR      TO TAB-ORI-PROGRAMA
                                              (IDX-ORIGEN)
                 MOVE ZEROES               TO TAB-ORI-ALTAS (IDX-ORIGEN)
                 MOVE ZEROES               TO TAB-ORI-CAMBIOS
                                              (IDX-ORIGEN)
                 MOVE ZEROES               TO TAB-ORI-BAJAS (IDX-ORIGEN)
                 SET ENTRADA-ENCONTRADA    TO TRUE
              ELSE
                 ADD 1                     TO W-CONT-ORI-EXCEDIDOS
              END-IF
           END-IF
           IF ( ENTRADA-ENCONTRADA )
              EVALUATE TRUE
                 WHEN ( AUD-OP-ALTA )
                    ADD 1                  TO TAB-ORI-ALTAS (IDX-ORIGEN)
                 WHEN ( AUD-OP-CAMBIO )
                    ADD 1                  TO TAB-ORI-CAMBIOS
                                              (IDX-ORIGEN)
                 WHEN ( AUD-OP-BAJA )
                    ADD 1                  TO TAB-ORI-BAJAS (IDX-ORIGEN)
              END-EVALUATE
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : LEER-NOMARCHIVO.                              |
      * Descripción   : Recorre el maestro completo acumulando los    |
      *                 registros y el hash de llaves reales de cada  |
      *                 formato y estado.                             |
      *----------------------------------------------------------------
       LEER-NOMARCHIVO.
      *----------------------------------------------------------------
           READ NOMARCHIVO NEXT  AT END
                MOVE 1             TO W-FIN-ARCHIVO
           END-READ
           IF ( NO-FIN-ARCHIVO )
              ADD 1                        TO W-CONT-LEIDOS
              ADD NUMINT OF NOMARCHIVO-REC TO W-CONT-HASH-LEIDOS
              MOVE TIPOFMT OF NOMARCHIVO-REC TO W-TIPOFMT-BUSCAR
              MOVE ESTADOX OF NOMARCHIVO-REC TO W-ESTADOX-BUSCAR
              PERFORM UBICAR-SALDO
              IF ( ENTRADA-ENCONTRADA )
                 ADD 1                     TO TAB-SAL-ACT-REGISTROS
                                              (IDX-SALDO)
                 ADD NUMINT OF NOMARCHIVO-REC TO TAB-SAL-ACT-HASH
                                              (IDX-SALDO)
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : COMPARAR-SALDO.                               |
      * Descripción   : Calcula el saldo esperado del formato y       |
      *                 estado (el anterior mas altas y entradas      |
      *                 menos bajas y salidas) y lo compara con el    |
      *                 real, en registros y en hash de llaves; la    |
      *                 diferencia deja la prueba fuera de balance y  |
      *                 se imprime con los dos hash. En la corrida    |
      *                 que establece la base solo se listan los      |
      *                 totales reales.                               |
      *----------------------------------------------------------------
       COMPARAR-SALDO.
      *----------------------------------------------------------------
           COMPUTE W-ESPERADO-REGISTROS =
                   TAB-SAL-ANT-REGISTROS (IDX-SALDO)
                 + TAB-SAL-ALTAS (IDX-SALDO)
                 - TAB-SAL-BAJAS (IDX-SALDO)
                 + TAB-SAL-ENTRADAS (IDX-SALDO)
                 - TAB-SAL-SALIDAS (IDX-SALDO)
           COMPUTE W-ESPERADO-HASH =
                   TAB-SAL-ANT-HASH (IDX-SALDO)
                 + TAB-SAL-MOV-HASH (IDX-SALDO)
           COMPUTE W-DIFERENCIA-REGISTROS =
                   TAB-SAL-ACT-REGISTROS (IDX-SALDO)
                 - W-ESPERADO-REGISTROS
           MOVE TAB-SAL-TIPOFMT (IDX-SALDO) TO LIN-SAL-TIPOFMT
           MOVE TAB-SAL-ESTADOX (IDX-SALDO) TO LIN-SAL-ESTADOX
           MOVE TAB-SAL-ANT-REGISTROS (IDX-SALDO) TO LIN-SAL-ANTERIOR
           MOVE TAB-SAL-ALTAS (IDX-SALDO)   TO LIN-SAL-ALTAS
           MOVE TAB-SAL-BAJAS (IDX-SALDO)   TO LIN-SAL-BAJAS
           MOVE TAB-SAL-ENTRADAS (IDX-SALDO) TO LIN-SAL-ENTRADAS
           MOVE TAB-SAL-SALIDAS (IDX-SALDO) TO LIN-SAL-SALIDAS
           MOVE W-ESPERADO-REGISTROS        TO LIN-SAL-ESPERADO
           MOVE TAB-SAL-ACT-REGISTROS (IDX-SALDO) TO LIN-SAL-ACTUAL
           MOVE W-DIFERENCIA-REGISTROS      TO LIN-SAL-DIFERENCIA
           EVALUATE TRUE
              WHEN ( NO-EXISTE-CORTE )
                 MOVE 'BASE'                TO LIN-SAL-RESULTADO
                 WRITE LISTADO-REC          FROM W-LINEA-SALDO
              WHEN ( W-DIFERENCIA-REGISTROS = ZERO ) AND
                   ( W-ESPERADO-HASH = TAB-SAL-ACT-HASH (IDX-SALDO) )
                 MOVE 'OK'                  TO LIN-SAL-RESULTADO
                 WRITE LISTADO-REC          FROM W-LINEA-SALDO
              WHEN OTHER
                 SET FUERA-DE-BALANCE       TO TRUE
                 ADD 1                      TO W-CONT-DESCUADRES
                 IF ( W-DIFERENCIA-REGISTROS = ZERO )
                    MOVE 'DIFERENCIA HASH'  TO LIN-SAL-RESULTADO
                 ELSE
                    MOVE 'DIFERENCIA'       TO LIN-SAL-RESULTADO
                 END-IF
                 WRITE LISTADO-REC          FROM W-LINEA-SALDO
                 MOVE W-ESPERADO-HASH       TO LIN-HAS-ESPERADO
                 MOVE TAB-SAL-ACT-HASH (IDX-SALDO) TO LIN-HAS-ACTUAL
                 WRITE LISTADO-REC          FROM W-LINEA-HASH
           END-EVALUATE
           .
      *----------------------------------------------------------------
       IMPRIMIR-ORIGEN.
      *----------------------------------------------------------------
           MOVE TAB-ORI-PROGRAMA (IDX-ORIGEN) TO LIN-ORI-PROGRAMA
           MOVE TAB-ORI-ALTAS (IDX-ORIGEN)   TO LIN-ORI-ALTAS
           MOVE TAB-ORI-CAMBIOS (IDX-ORIGEN) TO LIN-ORI-CAMBIOS
           MOVE TAB-ORI-BAJAS (IDX-ORIGEN)   TO LIN-ORI-BAJAS
           WRITE LISTADO-REC                 FROM W-LINEA-ORIGEN
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-CORTE.                                 |
      * Descripción   : Agrega al archivo de cortes el corte de esta  |
      *                 noche con los totales reales del maestro: la  |
      *                 cabecera con el total y el hash completos y   |
      *                 un detalle por formato y estado con           |
      *                 registros. El corte se graba aun fuera de     |
      *                 balance, porque el saldo real es el punto de  |
      *                 partida de la noche siguiente; la diferencia  |
      *                 queda en este listado.                        |
      *----------------------------------------------------------------
       GRABAR-CORTE.
      *----------------------------------------------------------------
           OPEN EXTEND SALDOMAE
           MOVE SPACES                     TO SALDOMAE-REC
           MOVE W-FECHA-CORTE              TO SAL-FECHA-CORTE
           MOVE W-HORA-CORTE               TO SAL-HORA-CORTE
           MOVE 'C'                        TO SAL-TIPO-REGISTRO
           MOVE W-CONT-LEIDOS              TO SAL-REGISTROS
           MOVE W-CONT-HASH-LEIDOS         TO SAL-HASH-LLAVES
           WRITE SALDOMAE-REC
           PERFORM GRABAR-DETALLE-CORTE
              VARYING IDX-SALDO FROM 1 BY 1
                 UNTIL ( IDX-SALDO > W-CANT-SALDOS )
           CLOSE SALDOMAE
           .
      *----------------------------------------------------------------
       GRABAR-DETALLE-CORTE.
      *----------------------------------------------------------------
           IF ( TAB-SAL-ACT-REGISTROS (IDX-SALDO) > ZEROES )
              MOVE SPACES                  TO SALDOMAE-REC
              MOVE W-FECHA-CORTE           TO SAL-FECHA-CORTE
              MOVE W-HORA-CORTE            TO SAL-HORA-CORTE
              MOVE 'D'                     TO SAL-TIPO-REGISTRO
              MOVE TAB-SAL-TIPOFMT (IDX-SALDO) TO SAL-TIPOFMT
              MOVE TAB-SAL-ESTADOX (IDX-SALDO) TO SAL-ESTADOX
              MOVE TAB-SAL-ACT-REGISTROS (IDX-SALDO) TO SAL-REGISTROS
              MOVE TAB-SAL-ACT-HASH (IDX-SALDO) TO SAL-HASH-LLAVES
              WRITE SALDOMAE-REC
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : Finalizar.                                    |
      * Descripción   : Se imprimen los totales de control, el        |
      *                 resultado de la prueba y se cierran los       |
      *                 archivos utilizados.                          |
      *----------------------------------------------------------------
       FINALIZAR.
      *----------------------------------------------------------------
           MOVE 'REGISTROS DEL MAESTRO LEIDOS :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-LEIDOS               TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'CORTES DE SALDOS LEIDOS      :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-CORTES               TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'REGISTROS DEL CORTE ANTERIOR :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CAB-REGISTROS             TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'BITACORA LEIDA               :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-BITACORA             TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'MOVIMIENTOS DEL PERIODO      :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-MOVIMIENTOS          TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'ALTAS DEL PERIODO            :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-ALTAS                TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'CAMBIOS DEL PERIODO          :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-CAMBIOS              TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'BAJAS DEL PERIODO            :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-BAJAS                TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'CAMBIOS DE FORMATO O ESTADO  :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-TRASPASOS            TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'OPERACIONES NO RECONOCIDAS   :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-NO-RECONOCIDAS       TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'GRUPOS FUERA DE BALANCE      :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-DESCUADRES           TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           EVALUATE TRUE
              WHEN ( FUERA-DE-BALANCE )
                 MOVE 'FUERA DE BALANCE'    TO LIN-VER-TEXTO
              WHEN ( NO-EXISTE-CORTE )
                 MOVE 'BASE ESTABLECIDA'    TO LIN-VER-TEXTO
              WHEN OTHER
                 MOVE 'EN BALANCE'          TO LIN-VER-TEXTO
           END-EVALUATE
           WRITE LISTADO-REC FROM W-LINEA-VEREDICTO
           IF ( FUERA-DE-BALANCE ) AND ( W-CONT-DESCUADRES = 0 )
              MOVE 1                        TO W-CONT-DESCUADRES
           END-IF
           PERFORM GRABAR-CONTROL-FIN
           CLOSE NOMARCHIVO
           CLOSE AUDITHIS
           CLOSE AUDITARCH
           CLOSE LISTADO
           .
