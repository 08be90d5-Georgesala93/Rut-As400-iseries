      *                 inicio y fin, y rechazo de la reconstruccion  |
      *                 mientras un proceso que cambia el maestro     |
      *                 sigue en vuelo.                               |
      *  14/10/2026 JSA La fusion de clientes CASFUSIO en vuelo       |
      *                 tambien rechaza la reconstruccion.            |
      *  14/10/2026 JSA La depuracion de ciudades CASNORCI en vuelo,  |
      *                 en modo de correccion, tambien rechaza la     |
      *                 reconstruccion.                               |
      *  14/10/2026 JSA La supresion de datos personales CASANONI en  |
      *                 vuelo tambien rechaza la reconstruccion.      |
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 W-MODO-CASCOBOL                 PIC  X(01)     VALUE SPACES.
       01 W-EST-CASPURGA                  PIC  X(01)     VALUE SPACES.
       01 W-EST-CASINTEG                  PIC  X(01)     VALUE SPACES.
       01 W-EST-CASFUSIO                  PIC  X(01)     VALUE SPACES.
       01 W-EST-CASNORCI                  PIC  X(01)     VALUE SPACES.
       01 W-EST-CASANONI                  PIC  X(01)     VALUE SPACES.
      *
      *----------------------------------------------------------------
      * Contadores de totales de control del proceso                  |
           CLOSE CTLPROCS
           IF ( W-EST-CASCOBOL = 'P' ) OR
              ( W-EST-CASPURGA = 'P' ) OR
              ( W-EST-CASINTEG = 'P' ) OR
              ( W-EST-CASFUSIO = 'P' ) OR
              ( W-EST-CASNORCI = 'P' ) OR
              ( W-EST-CASANONI = 'P' )
              SET CORRIDA-RECHAZADA      TO TRUE
              MOVE 'ACTUALIZACION DEL MAESTRO EN VUELO'
                                          TO LIN-AVI-TEXTO
                    MOVE CTL-ESTADO       TO W-EST-CASPURGA
                 WHEN 'CASINTEG'
                    MOVE CTL-ESTADO       TO W-EST-CASINTEG
                 WHEN 'CASFUSIO'
                    IF ( CTL-MODO = '2' OR '3' )
                       MOVE CTL-ESTADO    TO W-EST-CASFUSIO
                    END-IF
                 WHEN 'CASNORCI'
                    IF ( CTL-MODO = 'S' )
                       MOVE CTL-ESTADO    TO W-EST-CASNORCI
                    END-IF
                 WHEN 'CASANONI'
                    MOVE CTL-ESTADO       TO W-EST-CASANONI
              END-EVALUATE
           END-IF
           .
