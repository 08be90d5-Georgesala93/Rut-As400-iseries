       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASCIUDA.
       AUTHOR. JORGE SALAMANCA.
       DATE-WRITTEN. 14/10/2026.
      *----------------------------------------------------------------
      * Aplicacion: Mantenimiento de la tabla de ciudades.            |
      * Funcion   : Programa interactivo que mantiene la tabla de     |
      *             referencia CIUDADES contra la que se edita el     |
      *             CIUDADX de la direccion alterna NAFMT02 (CASVALID |
      *             y CASMANTE) y se depura el maestro (CASNORCI).    |
      *             Cada ciudad tiene un registro con su nombre       |
      *             oficial y su codigo oficial, y un registro alias  |
      *             por cada grafia alterna conocida que se corrige   |
      *             al nombre oficial. El operador puede consultar    |
      *             una grafia, dar de alta una ciudad, agregar un    |
      *             alias a una ciudad existente, cambiar el nombre   |
      *             oficial de una ciudad (el nombre anterior queda   |
      *             como alias y sus alias pasan al nombre nuevo),    |
      *             eliminar un alias o una ciudad sin alias, y       |
      *             listar la tabla. Eliminar una ciudad que aun usa  |
      *             el maestro deja esos registros como ciudad        |
      *             desconocida en la depuracion de CASNORCI.         |
      * Archivos Entrada/Salida:                                     |
      *             CIUDADES   - E/S    : tabla de ciudades.          |
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
           SELECT OPTIONAL CIUDADES
                  ASSIGN               TO DATABASE-CIUDADES
                  ORGANIZATION         IS INDEXED
                  ACCESS MODE          IS DYNAMIC
                  RECORD KEY           IS CIU-NOMBRE.
      *
       DATA DIVISION.
      *
      *----------------------------------------------------------------
      *          Declaración de Definiciones de Archivo               |
      *----------------------------------------------------------------
       FILE SECTION.
      *
      *----------------------------------------------------------------
      * Tabla de referencia de ciudades, por grafia.                  |
      *----------------------------------------------------------------
       FD  CIUDADES
           LABEL RECORDS               ARE STANDARD.
       01  CIUDADES-REC.
           COPY CIUDADES.
      *
      *----------------------------------------------------------------
      *            Declaracion de Variables de Trabajo                |
      *----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *
       01 W-FECHA-HOY                     PIC  9(08)     VALUE ZEROES.
       01 W-OPERADOR                      PIC  X(08)     VALUE SPACES.
      *
       01 W-FIN-SESION                    PIC  9(01)     VALUE 0.
           88  SI-FIN-SESION                   VALUE 1.
           88  NO-FIN-SESION                   VALUE 0.
      *
       01 W-EXISTE-CIUDAD                 PIC  9(01)     VALUE 0.
           88  EXISTE-CIUDAD                   VALUE 1.
           88  NO-EXISTE-CIUDAD                VALUE 0.
      *
       01 W-FIN-CIUDADES                  PIC  9(01)     VALUE 0.
           88  SI-FIN-CIUDADES                 VALUE 1.
           88  NO-FIN-CIUDADES                 VALUE 0.
      *
       01 W-IND-OFICIAL                   PIC  9(01)     VALUE 0.
           88  SI-HAY-OFICIAL                  VALUE 1.
           88  NO-HAY-OFICIAL                  VALUE 0.
      *
      *----------------------------------------------------------------
      * Grafia y codigo con que se trabaja, el nombre oficial de la   |
      * ciudad del codigo y el registro guardado mientras se recorre  |
      * la tabla (la lectura en secuencia pisa el area del archivo).  |
      *----------------------------------------------------------------
       01 W-NOMBRE                        PIC  X(20)     VALUE SPACES.
       01 W-NOMBRE-NUEVO                  PIC  X(20)     VALUE SPACES.
       01 W-NOMBRE-OFICIAL                PIC  X(20)     VALUE SPACES.
       01 W-CODIGO                        PIC  9(05)     VALUE ZEROES.
       01 W-TIPO-CIUDAD                   PIC  X(01)     VALUE SPACES.
           88  TIPO-OFICIAL                    VALUE 'O'.
           88  TIPO-ALIAS                      VALUE 'A'.
       01 W-REG-CIUDAD                    PIC  X(80)     VALUE SPACES.
       01 W-CONT-ALIAS-CODIGO             PIC  9(05) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------
      * Opcion del menu tecleada por el operador.                     |
      *----------------------------------------------------------------
       01 W-OPCION                        PIC  X(01)     VALUE SPACES.
           88  OPCION-CONSULTA                 VALUE 'C'.
           88  OPCION-ALTA                     VALUE 'A'.
           88  OPCION-ALIAS                    VALUE 'S'.
           88  OPCION-RENOMBRAR                VALUE 'N'.
           88  OPCION-BAJA                     VALUE 'B'.
           88  OPCION-LISTAR                   VALUE 'L'.
           88  OPCION-FIN                      VALUE 'F'.
      *
      *----------------------------------------------------------------
      * Areas de captura de pantalla; la entrada se recibe en alfa    |
      * para poder validarla antes de moverla al registro.            |
      *----------------------------------------------------------------
       01 W-ENT-CAMPO                     PIC  X(40)     VALUE SPACES.
       01 W-ENT-CODIGO                    PIC  X(05)     VALUE SPACES.
       01 W-ENT-CODIGO-NUM REDEFINES W-ENT-CODIGO
                                          PIC  9(05).
      *
      *----------------------------------------------------------------
      * Contadores de totales de control de la sesion                 |
      *----------------------------------------------------------------
       01 W-CONTADORES.
           05  W-CONT-CONSULTAS            PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-CIUDADES             PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-ALIAS                PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-RENOMBRADAS          PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-ELIMINADOS           PIC  9(07) COMP VALUE ZERO.
           05  W-CONT-RECHAZOS             PIC  9(07) COMP VALUE ZERO.
      *
      *----------------------------------------------------------------
       PROCEDURE DIVISION.
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
      * Descripción   : Se abre la tabla de ciudades, se toma la      |
      *                 fecha del dia y se identifica el operador de  |
      *                 la sesion, que firma cada registro que da de  |
      *                 alta.                                         |
      *----------------------------------------------------------------
       INICIALIZAR.
      *----------------------------------------------------------------
           OPEN I-O    CIUDADES
           ACCEPT W-FECHA-HOY            FROM DATE YYYYMMDD
           DISPLAY 'OPERADOR....:'
           ACCEPT W-OPERADOR
           PERFORM REPETIR-OPERADOR  UNTIL ( W-OPERADOR NOT = SPACES )
           INSPECT W-OPERADOR
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           .
      *----------------------------------------------------------------
       REPETIR-OPERADOR.
      *----------------------------------------------------------------
           DISPLAY 'OPERADOR EN BLANCO, REINTENTE:'
           ACCEPT W-OPERADOR
           .
      *----------------------------------------------------------------
      * Procedimiento : PROCESAR.                                     |
      * Descripción   : Ciclo de la sesion interactiva: se muestra el |
      *                 menu y se atiende cada opcion hasta que el    |
      *                 operador teclea fin.                          |
      *----------------------------------------------------------------
       PROCESAR.
      *----------------------------------------------------------------
           PERFORM ATENDER-MENU  UNTIL ( SI-FIN-SESION )
           .
      *----------------------------------------------------------------
       ATENDER-MENU.
      *----------------------------------------------------------------
           DISPLAY ' '
           DISPLAY 'MANTENIMIENTO DE LA TABLA DE CIUDADES - CASCIUDA'
           DISPLAY 'C=CONSULTA A=ALTA CIUDAD S=ALTA ALIAS B=BAJA'
           DISPLAY 'N=CAMBIAR NOMBRE OFICIAL L=LISTAR F=FIN'
           DISPLAY 'OPCION......:'
           ACCEPT W-OPCION
           INSPECT W-OPCION CONVERTING 'casnblf' TO 'CASNBLF'
           EVALUATE TRUE
              WHEN OPCION-FIN
                 MOVE 1                     TO W-FIN-SESION
              WHEN OPCION-CONSULTA
                 PERFORM ATENDER-CONSULTA
              WHEN OPCION-ALTA
                 PERFORM ATENDER-ALTA
              WHEN OPCION-ALIAS
                 PERFORM ATENDER-ALIAS
              WHEN OPCION-RENOMBRAR
                 PERFORM ATENDER-RENOMBRAR
              WHEN OPCION-BAJA
                 PERFORM ATENDER-BAJA
              WHEN OPCION-LISTAR
                 PERFORM ATENDER-LISTADO
              WHEN OTHER
                 DISPLAY 'OPCION NO VALIDA'
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : CAPTURAR-NOMBRE.                              |
      * Descripción   : Acepta una grafia de ciudad y la deja en      |
      *                 mayusculas en W-NOMBRE, igual que se edita el |
      *                 CIUDADX del maestro; el llamador muestra el   |
      *                 rotulo del campo.                             |
      *----------------------------------------------------------------
       CAPTURAR-NOMBRE.
      *----------------------------------------------------------------
           ACCEPT W-ENT-CAMPO
           INSPECT W-ENT-CAMPO
              CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                      TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE W-ENT-CAMPO (1:20)          TO W-NOMBRE
           .
      *----------------------------------------------------------------
      * Procedimiento : CAPTURAR-CODIGO.                              |
      * Descripción   : Pide el codigo oficial de la ciudad, de cinco |
      *                 digitos; un codigo no numerico o en ceros     |
      *                 deja W-CODIGO en ceros para que el llamador   |
      *                 rechace la operacion.                         |
      *----------------------------------------------------------------
       CAPTURAR-CODIGO.
      *----------------------------------------------------------------
           MOVE ZEROES                      TO W-CODIGO
           DISPLAY 'CODIGO OFICIAL (5 DIGITOS):'
           ACCEPT W-ENT-CODIGO
           IF ( W-ENT-CODIGO-NUM NUMERIC )
              MOVE W-ENT-CODIGO-NUM         TO W-CODIGO
           END-IF
           IF ( W-CODIGO = ZEROES )
              DISPLAY 'CODIGO INVALIDO'
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : READ-CIUDAD.                                  |
      * Descripción   : Lee la tabla por la grafia de W-NOMBRE.       |
      *----------------------------------------------------------------
       READ-CIUDAD.
      *----------------------------------------------------------------
           MOVE W-NOMBRE                    TO CIU-NOMBRE
           READ CIUDADES
            INVALID KEY
               SET NO-EXISTE-CIUDAD         TO TRUE
            NOT INVALID KEY
               SET EXISTE-CIUDAD            TO TRUE
           END-READ
           .
      *----------------------------------------------------------------
      * Procedimiento : POSICIONAR-CIUDADES.                          |
      * Descripción   : Posiciona la tabla en la primera grafia para  |
      *                 recorrerla en orden alfabetico.               |
      *----------------------------------------------------------------
       POSICIONAR-CIUDADES.
      *----------------------------------------------------------------
           MOVE LOW-VALUES                  TO CIU-NOMBRE
           START CIUDADES      KEY NOT < CIU-NOMBRE
              INVALID KEY
                MOVE 1                      TO W-FIN-CIUDADES
              NOT INVALID KEY
                MOVE 0                      TO W-FIN-CIUDADES
           END-START
           .
      *----------------------------------------------------------------
       LEER-CIUDAD.
      *----------------------------------------------------------------
           READ CIUDADES NEXT  AT END
                MOVE 1                      TO W-FIN-CIUDADES
           END-READ
           .
      *----------------------------------------------------------------
      * Procedimiento : BUSCAR-OFICIAL-CODIGO.                        |
      * Descripción   : Recorre la tabla buscando el nombre oficial   |
      *                 del codigo de W-CODIGO; la tabla esta por     |
      *                 grafia y no tiene acceso por codigo. Si lo    |
      *                 encuentra lo deja en W-NOMBRE-OFICIAL.        |
      *----------------------------------------------------------------
       BUSCAR-OFICIAL-CODIGO.
      *----------------------------------------------------------------
           SET NO-HAY-OFICIAL               TO TRUE
           MOVE SPACES                      TO W-NOMBRE-OFICIAL
           PERFORM POSICIONAR-CIUDADES
           PERFORM LEER-OFICIAL-CODIGO
              UNTIL ( SI-FIN-CIUDADES ) OR ( SI-HAY-OFICIAL )
           .
      *----------------------------------------------------------------
       LEER-OFICIAL-CODIGO.
      *----------------------------------------------------------------
           PERFORM LEER-CIUDAD
           IF ( NO-FIN-CIUDADES )
              IF ( CIU-OFICIAL ) AND ( CIU-CODIGO = W-CODIGO )
                 SET SI-HAY-OFICIAL         TO TRUE
                 MOVE CIU-NOMBRE            TO W-NOMBRE-OFICIAL
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : CONTAR-ALIAS-CODIGO.                          |
      * Descripción   : Cuenta en W-CONT-ALIAS-CODIGO los alias del   |
      *                 codigo de W-CODIGO; si la opcion es consulta  |
      *                 los muestra ademas.                           |
      *----------------------------------------------------------------
       CONTAR-ALIAS-CODIGO.
      *----------------------------------------------------------------
           MOVE ZERO                        TO W-CONT-ALIAS-CODIGO
           PERFORM POSICIONAR-CIUDADES
           PERFORM LEER-ALIAS-CODIGO  UNTIL ( SI-FIN-CIUDADES )
           .
      *----------------------------------------------------------------
       LEER-ALIAS-CODIGO.
      *----------------------------------------------------------------
           PERFORM LEER-CIUDAD
           IF ( NO-FIN-CIUDADES )
              IF ( CIU-ALIAS ) AND ( CIU-CODIGO = W-CODIGO )
                 ADD 1                      TO W-CONT-ALIAS-CODIGO
                 IF ( OPCION-CONSULTA )
                    DISPLAY '   ALIAS....: ' CIU-NOMBRE
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : MOSTRAR-CIUDAD.                               |
      * Descripción   : Muestra el registro de la tabla que esta en   |
      *                 el area del archivo.                          |
      *----------------------------------------------------------------
       MOSTRAR-CIUDAD.
      *----------------------------------------------------------------
           IF ( CIU-OFICIAL )
              DISPLAY CIU-NOMBRE ' OFICIAL  CODIGO ' CIU-CODIGO
                      ' ALTA ' CIU-FECHA-ALTA ' ' CIU-OPERADOR
           ELSE
              DISPLAY CIU-NOMBRE ' ALIAS    CODIGO ' CIU-CODIGO
                      ' SE CORRIGE A ' CIU-NOMBRE-OFICIAL
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : ATENDER-CONSULTA.                             |
      * Descripción   : Lee una grafia y la muestra; si es el nombre  |
      *                 oficial de una ciudad se muestran ademas sus  |
      *                 alias.                                        |
      *----------------------------------------------------------------
       ATENDER-CONSULTA.
      *----------------------------------------------------------------
           DISPLAY 'CIUDAD......:'
           PERFORM CAPTURAR-NOMBRE
           IF ( W-NOMBRE NOT = SPACES )
              PERFORM READ-CIUDAD
              IF ( EXISTE-CIUDAD )
                 ADD 1                      TO W-CONT-CONSULTAS
                 PERFORM MOSTRAR-CIUDAD
                 IF ( CIU-OFICIAL )
                    MOVE CIU-CODIGO         TO W-CODIGO
                    PERFORM CONTAR-ALIAS-CODIGO
                 END-IF
              ELSE
                 DISPLAY 'CIUDAD NO EXISTE EN LA TABLA'
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : ATENDER-ALTA.                                 |
      * Descripción   : Da de alta una ciudad con su codigo oficial y |
      *                 su nombre oficial; se rechaza si el nombre ya |
      *                 esta en la tabla (como oficial o alias) o si  |
      *                 el codigo ya tiene nombre oficial.            |
      *----------------------------------------------------------------
       ATENDER-ALTA.
      *----------------------------------------------------------------
           PERFORM CAPTURAR-CODIGO
           IF ( W-CODIGO NOT = ZEROES )
              DISPLAY 'NOMBRE OFICIAL:'
              PERFORM CAPTURAR-NOMBRE
              IF ( W-NOMBRE = SPACES )
                 DISPLAY 'NOMBRE EN BLANCO - ALTA RECHAZADA'
                 ADD 1                      TO W-CONT-RECHAZOS
              ELSE
                 PERFORM READ-CIUDAD
                 IF ( EXISTE-CIUDAD )
                    DISPLAY 'NOMBRE YA EXISTE EN LA TABLA'
                    PERFORM MOSTRAR-CIUDAD
                    ADD 1                   TO W-CONT-RECHAZOS
                 ELSE
                    PERFORM BUSCAR-OFICIAL-CODIGO
                    IF ( SI-HAY-OFICIAL )
                       DISPLAY 'CODIGO YA EXISTE CON EL NOMBRE '
                               W-NOMBRE-OFICIAL
                       ADD 1                TO W-CONT-RECHAZOS
                    ELSE
                       MOVE W-NOMBRE        TO W-NOMBRE-OFICIAL
                       SET TIPO-OFICIAL     TO TRUE
                       PERFORM GRABAR-CIUDAD
                    END-IF
                 END-IF
              END-IF
           ELSE
              ADD 1                         TO W-CONT-RECHAZOS
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : ATENDER-ALIAS.                                |
      * Descripción   : Agrega una grafia alterna a la ciudad de un   |
      *                 codigo existente; el alias se corrige al      |
      *                 nombre oficial de ese codigo. Se rechaza si   |
      *                 la grafia ya esta en la tabla o si el codigo  |
      *                 no tiene nombre oficial.                      |
      *----------------------------------------------------------------
       ATENDER-ALIAS.
      *----------------------------------------------------------------
           PERFORM CAPTURAR-CODIGO
           IF ( W-CODIGO NOT = ZEROES )
              PERFORM BUSCAR-OFICIAL-CODIGO
           END-IF
           EVALUATE TRUE
              WHEN ( W-CODIGO = ZEROES )
                 ADD 1                      TO W-CONT-RECHAZOS
              WHEN ( NO-HAY-OFICIAL )
                 DISPLAY 'CODIGO NO EXISTE EN LA TABLA'
                 ADD 1                      TO W-CONT-RECHAZOS
              WHEN OTHER
                 DISPLAY 'CIUDAD OFICIAL: ' W-NOMBRE-OFICIAL
                 DISPLAY 'ALIAS.......:'
                 PERFORM CAPTURAR-NOMBRE
                 IF ( W-NOMBRE = SPACES )
                    DISPLAY 'ALIAS EN BLANCO - ALTA RECHAZADA'
                    ADD 1                   TO W-CONT-RECHAZOS
                 ELSE
                    PERFORM READ-CIUDAD
                    IF ( EXISTE-CIUDAD )
                       DISPLAY 'GRAFIA YA EXISTE EN LA TABLA'
                       PERFORM MOSTRAR-CIUDAD
                       ADD 1                TO W-CONT-RECHAZOS
                    ELSE
                       SET TIPO-ALIAS       TO TRUE
                       PERFORM GRABAR-CIUDAD
                    END-IF
                 END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : GRABAR-CIUDAD.                                |
      * Descripción   : Graba el registro de la grafia de W-NOMBRE,   |
      *                 con el tipo de W-TIPO-CIUDAD, el codigo, el   |
      *                 nombre oficial, la fecha y el operador.       |
      *----------------------------------------------------------------
       GRABAR-CIUDAD.
      *----------------------------------------------------------------
           MOVE SPACES                      TO CIUDADES-REC
           MOVE W-TIPO-CIUDAD               TO CIU-TIPO
           MOVE W-NOMBRE                    TO CIU-NOMBRE
           MOVE W-CODIGO                    TO CIU-CODIGO
           MOVE W-NOMBRE-OFICIAL            TO CIU-NOMBRE-OFICIAL
           MOVE W-FECHA-HOY                 TO CIU-FECHA-ALTA
           MOVE W-OPERADOR                  TO CIU-OPERADOR
           WRITE CIUDADES-REC
            INVALID KEY
               ADD 1                        TO W-CONT-RECHAZOS
               DISPLAY 'ERROR AL GRABAR LA CIUDAD'
            NOT INVALID KEY
               IF ( CIU-OFICIAL )
                  ADD 1                     TO W-CONT-CIUDADES
               ELSE
                  ADD 1                     TO W-CONT-ALIAS
               END-IF
               PERFORM MOSTRAR-CIUDAD
           END-WRITE
           .
      *----------------------------------------------------------------
      * Procedimiento : ATENDER-RENOMBRAR.                            |
      * Descripción   : Cambia el nombre oficial de una ciudad: la    |
      *                 llave es la grafia, por lo que el registro    |
      *                 oficial se elimina y se graba con el nombre   |
      *                 nuevo; el nombre anterior queda como alias    |
      *                 del nombre nuevo, para que los registros del  |
      *                 maestro que lo usan se corrijan en la         |
      *                 depuracion, y los alias de la ciudad pasan a  |
      *                 corregirse al nombre nuevo.                   |
      *----------------------------------------------------------------
       ATENDER-RENOMBRAR.
      *----------------------------------------------------------------
           DISPLAY 'NOMBRE OFICIAL ACTUAL:'
           PERFORM CAPTURAR-NOMBRE
           PERFORM READ-CIUDAD
           EVALUATE TRUE
              WHEN ( NO-EXISTE-CIUDAD )
                 DISPLAY 'CIUDAD NO EXISTE EN LA TABLA'
                 ADD 1                      TO W-CONT-RECHAZOS
              WHEN ( CIU-ALIAS )
                 DISPLAY 'LA GRAFIA ES UN ALIAS, NO UN NOMBRE OFICIAL'
                 ADD 1                      TO W-CONT-RECHAZOS
              WHEN OTHER
                 MOVE CIUDADES-REC          TO W-REG-CIUDAD
                 MOVE CIU-CODIGO            TO W-CODIGO
                 DISPLAY 'NOMBRE OFICIAL NUEVO:'
                 MOVE W-NOMBRE              TO W-NOMBRE-OFICIAL
                 PERFORM CAPTURAR-NOMBRE
                 MOVE W-NOMBRE              TO W-NOMBRE-NUEVO
                 PERFORM READ-CIUDAD
                 EVALUATE TRUE
                    WHEN ( W-NOMBRE-NUEVO = SPACES )
                       DISPLAY 'NOMBRE EN BLANCO - CAMBIO RECHAZADO'
                       ADD 1                TO W-CONT-RECHAZOS
                    WHEN ( EXISTE-CIUDAD ) AND ( CIU-OFICIAL )
                       DISPLAY 'NOMBRE YA EXISTE EN LA TABLA'
                       ADD 1                TO W-CONT-RECHAZOS
                    WHEN ( EXISTE-CIUDAD ) AND
                         ( CIU-CODIGO NOT = W-CODIGO )
                       DISPLAY 'NOMBRE ES ALIAS DE OTRA CIUDAD'
                       ADD 1                TO W-CONT-RECHAZOS
                    WHEN OTHER
                       PERFORM RENOMBRAR-CIUDAD
                 END-EVALUATE
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : RENOMBRAR-CIUDAD.                             |
      * Descripción   : Aplica el cambio de nombre oficial de         |
      *                 W-NOMBRE-OFICIAL a W-NOMBRE-NUEVO. Si el      |
      *                 nombre nuevo era un alias de la misma ciudad  |
      *                 se elimina antes, porque pasa a ser la        |
      *                 grafia oficial.                               |
      *----------------------------------------------------------------
       RENOMBRAR-CIUDAD.
      *----------------------------------------------------------------
           IF ( EXISTE-CIUDAD )
              DELETE CIUDADES
               INVALID KEY
                  ADD 1                     TO W-CONT-RECHAZOS
              END-DELETE
           END-IF
           MOVE W-NOMBRE-OFICIAL            TO CIU-NOMBRE
           DELETE CIUDADES
            INVALID KEY
               ADD 1                        TO W-CONT-RECHAZOS
               DISPLAY 'ERROR AL ELIMINAR EL NOMBRE ANTERIOR'
            NOT INVALID KEY
               MOVE W-REG-CIUDAD            TO CIUDADES-REC
               MOVE W-NOMBRE-NUEVO          TO CIU-NOMBRE
               MOVE W-NOMBRE-NUEVO          TO CIU-NOMBRE-OFICIAL
               WRITE CIUDADES-REC
                INVALID KEY
                   ADD 1                    TO W-CONT-RECHAZOS
                   DISPLAY 'ERROR AL GRABAR EL NOMBRE NUEVO'
                NOT INVALID KEY
                   ADD 1                    TO W-CONT-RENOMBRADAS
                   MOVE W-NOMBRE-OFICIAL    TO W-NOMBRE
                   MOVE W-NOMBRE-NUEVO      TO W-NOMBRE-OFICIAL
                   SET TIPO-ALIAS           TO TRUE
                   PERFORM GRABAR-CIUDAD
                   PERFORM POSICIONAR-CIUDADES
                   PERFORM ACTUALIZAR-ALIAS  UNTIL ( SI-FIN-CIUDADES )
               END-WRITE
           END-DELETE
           .
      *----------------------------------------------------------------
      * Procedimiento : ACTUALIZAR-ALIAS.                             |
      * Descripción   : Lleva al nombre oficial nuevo cada alias del  |
      *                 codigo de la ciudad renombrada.               |
      *----------------------------------------------------------------
       ACTUALIZAR-ALIAS.
      *----------------------------------------------------------------
           PERFORM LEER-CIUDAD
           IF ( NO-FIN-CIUDADES )
              IF ( CIU-ALIAS ) AND ( CIU-CODIGO = W-CODIGO ) AND
                 ( CIU-NOMBRE-OFICIAL NOT = W-NOMBRE-OFICIAL )
                 MOVE W-NOMBRE-OFICIAL      TO CIU-NOMBRE-OFICIAL
                 REWRITE CIUDADES-REC
                  INVALID KEY
                     ADD 1                  TO W-CONT-RECHAZOS
                 END-REWRITE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : ATENDER-BAJA.                                 |
      * Descripción   : Elimina una grafia de la tabla con la         |
      *                 confirmacion del operador; un nombre oficial  |
      *                 que todavia tiene alias no se elimina.        |
      *----------------------------------------------------------------
       ATENDER-BAJA.
      *----------------------------------------------------------------
           DISPLAY 'CIUDAD......:'
           PERFORM CAPTURAR-NOMBRE
           PERFORM READ-CIUDAD
           IF ( EXISTE-CIUDAD ) AND ( CIU-OFICIAL )
              MOVE CIUDADES-REC             TO W-REG-CIUDAD
              MOVE CIU-CODIGO               TO W-CODIGO
              PERFORM CONTAR-ALIAS-CODIGO
              MOVE W-REG-CIUDAD             TO CIUDADES-REC
           ELSE
              MOVE ZERO                     TO W-CONT-ALIAS-CODIGO
           END-IF
           EVALUATE TRUE
              WHEN ( NO-EXISTE-CIUDAD )
                 DISPLAY 'CIUDAD NO EXISTE EN LA TABLA'
                 ADD 1                      TO W-CONT-RECHAZOS
              WHEN ( W-CONT-ALIAS-CODIGO > ZERO )
                 DISPLAY 'CIUDAD CON ' W-CONT-ALIAS-CODIGO
                         ' ALIAS - ELIMINE PRIMERO SUS ALIAS'
                 ADD 1                      TO W-CONT-RECHAZOS
              WHEN OTHER
                 PERFORM MOSTRAR-CIUDAD
                 DISPLAY 'CONFIRMA BAJA (S/N):'
                 ACCEPT W-ENT-CAMPO
                 INSPECT W-ENT-CAMPO CONVERTING 's' TO 'S'
                 IF ( W-ENT-CAMPO (1:1) = 'S' )
                    MOVE W-NOMBRE           TO CIU-NOMBRE
                    DELETE CIUDADES
                     INVALID KEY
                        ADD 1               TO W-CONT-RECHAZOS
                        DISPLAY 'ERROR AL ELIMINAR LA CIUDAD'
                     NOT INVALID KEY
                        ADD 1               TO W-CONT-ELIMINADOS
                        DISPLAY 'BAJA APLICADA'
                    END-DELETE
                 ELSE
                    DISPLAY 'BAJA CANCELADA'
                 END-IF
           END-EVALUATE
           .
      *----------------------------------------------------------------
      * Procedimiento : ATENDER-LISTADO.                              |
      * Descripción   : Lista la tabla completa en orden de grafia.   |
      *----------------------------------------------------------------
       ATENDER-LISTADO.
      *----------------------------------------------------------------
           PERFORM POSICIONAR-CIUDADES
           PERFORM LISTAR-CIUDAD  UNTIL ( SI-FIN-CIUDADES )
           .
      *----------------------------------------------------------------
       LISTAR-CIUDAD.
      *----------------------------------------------------------------
           PERFORM LEER-CIUDAD
           IF ( NO-FIN-CIUDADES )
              PERFORM MOSTRAR-CIUDAD
           END-IF
           .
      *----------------------------------------------------------------
      * Procedimiento : Finalizar.                                    |
      * Descripción   : Se muestran los totales de la sesion y se     |
      *                 cierra la tabla.                              |
      *----------------------------------------------------------------
       FINALIZAR.
      *----------------------------------------------------------------
           DISPLAY 'CONSULTAS....: ' W-CONT-CONSULTAS
           DISPLAY 'CIUDADES.....: ' W-CONT-CIUDADES
           DISPLAY 'ALIAS........: ' W-CONT-ALIAS
           DISPLAY 'RENOMBRADAS..: ' W-CONT-RENOMBRADAS
           DISPLAY 'BAJAS........: ' W-CONT-ELIMINADOS
           DISPLAY 'RECHAZOS.....: ' W-CONT-RECHAZOS
           CLOSE CIUDADES
           .
