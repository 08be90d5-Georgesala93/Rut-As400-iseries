      *----------------------------------------------------------------
      * Aplicacion: Avisos de renovacion por fin de vigencia.         |
      * Funcion   : Recorre NOMARCHIVO en secuencia de llave          |
      *             emparejando los formatos de cada cliente (como el |
      *             cruce de CASINTEG) y selecciona los clientes      |
      *             NAFMT01 activos cuya fecha fin de vigencia cae    |
      *             dentro de la ventana de aviso recibida por        |
      *             parametro; cada seleccionado se graba en el       |
      *             archivo de avisos NOTARCHI para la imprenta, con  |
      *             su direccion alterna NAFMT02 cuando existe y sus  |
      *             ventanas de vigencia se traslapan (la misma regla |
      *             de pareja de CASINTEG), salvo que su NAFMT03      |
      *             activo prefiera el correo electronico: entonces   |
      *             el aviso va a su CORREOX en el archivo de avisos  |
      *             electronicos NOTELECT. El listado resume la       |
      *             corrida contra los rangos de envejecimiento de    |
      *             CASESTAD: imprime el envejecimiento de todos los  |
      *             registros con los mismos cortes y etiquetas de    |
      *             ese reporte, y por cada rango cuantos generaron   |
      *             aviso y cuantos quedaron excluidos (inactivos,    |
      *             formato NAFMT02 o NAFMT03 o fuera de la ventana), |
      *             de modo que cada cifra de CASESTAD cuadra como    |
      *             avisos mas excluidos y un cliente omitido salta a |
      *             la vista.                                         |
      * Archivos Entrada/Salida:                                     |
      *             NOMARCHIVO - Entrada: archivo maestro indexado.   |
      *             NOTARCHI   - Salida : archivo de avisos.          |
      *             NOTELECT   - Salida : avisos electronicos.        |
      *             LISTADO    - Salida : resumen de la corrida.      |
      *----------------------------------------------------------------
      * Bitacora de cambios                                           |
      *  02/09/2026 JSA Version inicial.                               |
      *  14/10/2026 JSA Los clientes cuyo NAFMT03 activo prefiere el  |
      *                 correo electronico reciben el aviso en el     |
      *                 nuevo archivo de avisos electronicos NOTELECT |
      *                 en lugar de NOTARCHI.                         |
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT NOTARCHI
                  ASSIGN               TO DATABASE-NOTARCHI
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT NOTELECT
                  ASSIGN               TO DATABASE-NOTELECT
                  ORGANIZATION         IS SEQUENTIAL.
      *
           SELECT LISTADO
                  ASSIGN               TO DATABASE-LISTADO
           05  NOT-FEC-FIN-VIG             PIC 9(08).
      *
      *----------------------------------------------------------------
      * Archivo de avisos de renovacion electronicos: los clientes    |
      * cuyo NAFMT03 activo prefiere el correo electronico reciben el |
      * aviso en su CORREOX en lugar del aviso impreso.               |
      *----------------------------------------------------------------
       FD  NOTELECT
           LABEL RECORDS               ARE STANDARD.
       01  NOTELECT-REC.
           05  NEL-LLAVE                   PIC 9(09).
           05  NEL-NOMBRE                  PIC X(30).
           05  NEL-CORREO                  PIC X(50).
           05  NEL-FEC-FIN-VIG             PIC 9(08).
      *
      *----------------------------------------------------------------
      * Listado de salida con el resumen de la corrida.               |
      *----------------------------------------------------------------
       FD  LISTADO
      *----------------------------------------------------------------
      * Control del grupo de registros que comparten la misma llave:  |
      * que formatos trae, los datos del NAFMT01 que encabeza el      |
      * aviso, los de la direccion alterna NAFMT02 con su ventana     |
      * de vigencia para la regla de pareja y los canales de contacto |
      * del NAFMT03 que deciden si el aviso sale impreso o por        |
      * correo; con mas de un registro del mismo formato en el grupo  |
      * se conserva el primero, como en el cruce de CASINTEG.         |
      *----------------------------------------------------------------
       01 W-LLAVE-GRUPO                   PIC  9(09)     VALUE ZEROES.
       01 W-CONT-GRUPO                    PIC  9(03) COMP VALUE ZERO.
       01 W-GRP-TIENE-F2                  PIC  9(01)     VALUE 0.
           88  GRUPO-CON-F2                    VALUE 1.
           88  GRUPO-SIN-F2                    VALUE 0.
      *
       01 W-GRP-TIENE-F3                  PIC  9(01)     VALUE 0.
           88  GRUPO-CON-F3                    VALUE 1.
           88  GRUPO-SIN-F3                    VALUE 0.
      *
       01 W-GRP-F1-DATOS.
           05  W-GRP-F1-ESTADO             PIC  X(01).
           05  W-GRP-F2-FIN                PIC  9(08).
           05  W-GRP-F2-DIRECCION          PIC  X(40).
           05  W-GRP-F2-CIUDAD             PIC  X(20).
      *
       01 W-GRP-F3-DATOS.
           05  W-GRP-F3-ESTADO             PIC  X(01).
           05  W-GRP-F3-CORREO             PIC  X(50).
           05  W-GRP-F3-CANAL              PIC  X(01).
               88  F3-PREFIERE-CORREO          VALUE 'E'.
      *
      *----------------------------------------------------------------
      * Contadores de totales de control del proceso: la apertura de  |
           05  W-CONT-LEIDOS               PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-GRUPOS               PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-AVISOS               PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-IMPRESOS             PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-ELECTRONICOS         PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-CON-ALTERNA          PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-SIN-ALTERNA          PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-AVISO-30             PIC  9(07) COMP VALUE ZERO.
      *----------------------------------------------------------------
           OPEN INPUT  NOMARCHIVO
           OPEN OUTPUT NOTARCHI
           OPEN OUTPUT NOTELECT
           OPEN OUTPUT LISTADO
           IF ( LK-DIAS-AVISO = ZEROES )
              MOVE 30                    TO W-DIAS-AVISO
                 MOVE DIRALTX OF NOMARCHIVO-REC
                                         TO W-GRP-F2-DIRECCION
                 MOVE CIUDADX OF NOMARCHIVO-REC  TO W-GRP-F2-CIUDAD
              WHEN ( FORMATO-NAFMT03 OF NOMARCHIVO-REC ) AND
                   ( GRUPO-SIN-F3 )
                 SET GRUPO-CON-F3        TO TRUE
                 MOVE ESTADOX OF NOMARCHIVO-REC  TO W-GRP-F3-ESTADO
                 MOVE CORREOX OF NOMARCHIVO-REC  TO W-GRP-F3-CORREO
                 MOVE CANALX OF NOMARCHIVO-REC   TO W-GRP-F3-CANAL
           END-EVALUATE
           .
      *----------------------------------------------------------------
           MOVE ZERO                     TO W-CONT-GRUPO
           SET GRUPO-SIN-F1              TO TRUE
           SET GRUPO-SIN-F2              TO TRUE
           SET GRUPO-SIN-F3              TO TRUE
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-AVISO.                                 |
      * Descripción   : Graba el aviso de renovacion del grupo: el    |
      *                 cliente con un NAFMT03 activo que prefiere el |
      *                 correo electronico y trae su CORREOX recibe   |
      *                 el aviso electronico; cualquier otro recibe   |
      *                 el aviso impreso. En ambos casos el aviso se  |
      *                 acumula en el rango de envejecimiento que le  |
      *                 corresponde.                                  |
      *----------------------------------------------------------------
       GRABAR-AVISO.
      *----------------------------------------------------------------
           ADD 1                         TO W-CONT-AVISOS
           IF ( GRUPO-CON-F3 ) AND
              ( W-GRP-F3-ESTADO = 'A' ) AND
              ( F3-PREFIERE-CORREO ) AND
              ( W-GRP-F3-CORREO NOT = SPACES )
              PERFORM GRABAR-AVISO-ELECTRONICO
           ELSE
              PERFORM GRABAR-AVISO-IMPRESO
           END-IF
           EVALUATE TRUE
              WHEN W-GRP-F1-FIN NOT > W-FECHA-30
                 ADD 1                   TO W-CONT-AVISO-30
              WHEN W-GRP-F1-FIN NOT > W-FECHA-60
                 ADD 1                   TO W-CONT-AVISO-60
              WHEN W-GRP-F1-FIN NOT > W-FECHA-90
                 ADD 1                   TO W-CONT-AVISO-90
              WHEN OTHER
                 ADD 1                   TO W-CONT-AVISO-MAS
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-AVISO-ELECTRONICO.                     |
      * Descripción   : Graba en NOTELECT el aviso por correo: el     |
      *                 nombre del NAFMT01, el correo del NAFMT03 y   |
      *                 la fecha de vencimiento.                      |
      *----------------------------------------------------------------
       GRABAR-AVISO-ELECTRONICO.
      *----------------------------------------------------------------
           ADD 1                         TO W-CONT-ELECTRONICOS
           MOVE SPACES                   TO NOTELECT-REC
           MOVE W-LLAVE-GRUPO            TO NEL-LLAVE
           MOVE W-GRP-F1-NOMBRE          TO NEL-NOMBRE
           MOVE W-GRP-F3-CORREO          TO NEL-CORREO
           MOVE W-GRP-F1-FIN             TO NEL-FEC-FIN-VIG
           WRITE NOTELECT-REC
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-AVISO-IMPRESO.                         |
      * Descripción   : Graba en NOTARCHI el aviso para la imprenta:  |
      *                 los datos del NAFMT01, la direccion alterna   |
      *                 del NAFMT02 cuando existe y sus ventanas de   |
      *                 vigencia se traslapan (la regla de pareja de  |
      *                 CASINTEG), y la fecha de vencimiento.         |
      *----------------------------------------------------------------
       GRABAR-AVISO-IMPRESO.
      *----------------------------------------------------------------
           ADD 1                         TO W-CONT-IMPRESOS
           MOVE SPACES                   TO NOTARCHI-REC
           MOVE W-LLAVE-GRUPO            TO NOT-LLAVE
           MOVE W-GRP-F1-NOMBRE          TO NOT-NOMBRE
           END-IF
           MOVE W-GRP-F1-FIN             TO NOT-FEC-FIN-VIG
           WRITE NOTARCHI-REC
           .
      *----------------------------------------------------------------
      * Procedimiento : Finalizar.                                    |
      *                 (estas cifras cuadran una a una con ese       |
      *                 reporte), y despues por cada rango cuantos    |
      *                 generaron aviso y cuantos quedaron excluidos  |
      *                 (inactivos, formato NAFMT02 o NAFMT03 o fuera |
      *                 de la ventana), de modo que avisos mas        |
      *                 excluidos reproduce el total del rango; los   |
      *                 rangos de vencidas y de vigencia no numerica  |
      *                 no generan avisos y quedan excluidos          |
      *                 completos. Los avisos se separan ademas en    |
      *                 impresos y por correo electronico. Al final   |
      *                 se cierran los archivos utilizados.           |
      *----------------------------------------------------------------
       FINALIZAR.
      *----------------------------------------------------------------
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-AVISOS               TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'AVISOS IMPRESOS              :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-IMPRESOS             TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'AVISOS POR CORREO ELECTRONICO:'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-ELECTRONICOS         TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           MOVE 'AVISOS CON DIRECCION ALTERNA :'
                                             TO LIN-TOT-ETIQUETA
           MOVE W-CONT-CON-ALTERNA          TO LIN-TOT-VALOR
           WRITE LISTADO-REC FROM W-LINEA-TOTAL
           CLOSE NOMARCHIVO
           CLOSE NOTARCHI
           CLOSE NOTELECT
           CLOSE LISTADO
           .
