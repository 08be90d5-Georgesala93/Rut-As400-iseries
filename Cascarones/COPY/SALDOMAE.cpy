      *----------------------------------------------------------------
      * Copybook  : SALDOMAE                                           |
      * Archivo   : SALDOMAE                                           |
      * Descripcion: Corte de saldos de NOMARCHIVO que graba la prueba |
      *              de saldos CASSALDO cada noche. Cada corte es un   |
      *              registro de cabecera con la fecha y hora del      |
      *              corte y los totales del maestro completo, seguido |
      *              de un registro de detalle por cada combinacion de |
      *              formato TIPOFMT y estado ESTADOX presente en el   |
      *              maestro, con su cantidad de registros y su hash   |
      *              de llaves (suma de los NUMINT). El archivo es     |
      *              acumulativo en orden cronologico: el ultimo corte |
      *              es el saldo anterior de la corrida siguiente.     |
      *              Tipos de registro:                                |
      *                C - Cabecera del corte                          |
      *                D - Detalle por formato y estado                |
      *----------------------------------------------------------------
       05  SAL-FECHA-CORTE                 PIC 9(08).
       05  SAL-HORA-CORTE                  PIC 9(08).
       05  SAL-TIPO-REGISTRO               PIC X(01).
           88  SAL-CABECERA                    VALUE 'C'.
           88  SAL-DETALLE                     VALUE 'D'.
       05  SAL-TIPOFMT                     PIC X(02).
       05  SAL-ESTADOX                     PIC X(01).
       05  SAL-REGISTROS                   PIC 9(09).
       05  SAL-HASH-LLAVES                 PIC 9(18).
       05  FILLER                          PIC X(13).
