      * ----------- --------- -------- --------------------------------*
      * SDAT-40156I  XLR0921  10NOV24 VERSION INICIAL.                 *
      * SDAT-40156F  XLR0921                                           *
      * SDAT-40171I  XLR0921  02MAR25 LA LISTA DE REENVIO MUESTRA EL   *
      * SDAT-40171F  XLR0921          CORREO ACORDADO DEL MAESTRO DE   *
      *                                DONANTES DE ZM4MD001 Y SENALA   *
      *                                CUANDO DIFIERE DEL REBOTADO.    *
      *----------------------------------------------------------------*
      /
       ENVIRONMENT DIVISION.
      *    LISTA DE TRABAJO DE REENVIO (REBOTADOS)
           SELECT ARCH-RPT-REENVIO   ASSIGN TO UT-S-ZM4CE0RP.
      *
      * SDAT-40171I
      *    MAESTRO DE DONANTES DE ZM4MD001, ORDENADO POR RFC
           SELECT ARCH-MAESTRO-CE    ASSIGN TO UT-S-ZM4MD0MA.
      * SDAT-40171F
      *
      /
      ******************************************************************
      *   DATA DIVISION                                                *
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-RPT-REENVIO               PIC X(132).
      *
      * SDAT-40171I
      ******************************************************************
      *  MAESTRO DE DONANTES (REGISTRO UNICO POR RFC DE ZM4MD001)      *
      ******************************************************************
       FD  ARCH-MAESTRO-CE
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-MAESTRO-CE
           RECORD CONTAINS 200 CHARACTERS.
       01  REG-MAESTRO-CE.
           05 MDN-IRFC                   PIC X(15).
           05 MDN-NOMBRE                 PIC X(100).
           05 MDN-EMAIL                  PIC X(50).
           05 MDN-CP-FISCAL              PIC 9(05).
           05 MDN-NUM-CUENTAS            PIC 9(03).
           05 MDN-CONFL-NOMBRE           PIC X(01).
           05 MDN-CONFL-EMAIL            PIC X(01).
           05 MDN-CONFL-CP               PIC X(01).
           05 MDN-ULT-ANOMES             PIC 9(06).
           05 MDN-ICLIENTE               PIC 9(09).
           05 FILLER                     PIC X(09).
      * SDAT-40171F
      *
      ******************************************************************
      *  WORKING STORAGE SECTION                                       *
      ******************************************************************
      *
       01 WS-FIN-ARCHIVO             PIC X(01)       VALUE 'N'.
          88 WS-FIN-ARCHIVO-SI                       VALUE 'S'.
      * SDAT-40171I
       01 WS-FIN-MAESTRO             PIC X(01)       VALUE 'N'.
          88 WS-FIN-MAESTRO-SI                       VALUE 'S'.
      * SDAT-40171F
      *
      ******************************************************************
      *  CIFRAS DE CONTROL                                             *
       01 WS-TOT-REBOTADAS           PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-SIN-RETORNO         PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-RET-SIN-DESP        PIC 9(09)       VALUE ZEROS.
      * SDAT-40171I
       01 WS-TOT-CORREO-MAESTRO      PIC 9(09)       VALUE ZEROS.
      * SDAT-40171F
      *
      ******************************************************************
      *  RENGLONES DE LA LISTA DE REENVIO                              *
             ' RFC             ANIO CORREO                '.
           05 FILLER                 PIC X(44) VALUE
             '                      MOTIVO DEL REBOTE     '.
      * SDAT-40171I
           05 FILLER                 PIC X(44) VALUE
             '                OBSERVACION                 '.
      * SDAT-40171F
      *
       01  R1-03-ENCA.
           05 FILLER                 PIC X(132) VALUE ALL '-'.
           05 R1-01-DET-EMAIL        PIC X(50).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 R1-01-DET-MOTIVO       PIC X(30).
      * SDAT-40171I
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 R1-01-DET-OBS          PIC X(25).
           05 FILLER                 PIC X(03) VALUE SPACES.
      * SDAT-40171F
      *
       01 WS-ENCAB-REENVIO           PIC 9(05)       VALUE ZEROS.
      *
                       ARCH-RET-CORREO.
           OPEN OUTPUT ARCH-DESP-OUT
                       ARCH-RPT-REENVIO.
      * SDAT-40171I
           OPEN INPUT  ARCH-MAESTRO-CE.
           PERFORM 045-LEE-MAESTRO.
      * SDAT-40171F
       005-FIN.
           EXIT.
      *
                 MOVE DSP-ANIO          TO R1-01-DET-ANIO
                 MOVE DSP-EMAIL         TO R1-01-DET-EMAIL
                 MOVE RET-E-MOTIVO (WS-KX-RET) TO R1-01-DET-MOTIVO
      * SDAT-40171I
                 MOVE SPACES            TO R1-01-DET-OBS
                 PERFORM 046-CORREO-MAESTRO
      * SDAT-40171F
                 PERFORM 040-GRABA-REENVIO
              END-IF
           END-IF.
       040-FIN.
           EXIT.
      *
      * SDAT-40171I
      ******************************************************************
      *    LEE EL SIGUIENTE RENGLON DEL MAESTRO DE DONANTES           *
      ******************************************************************
       045-LEE-MAESTRO.
           READ ARCH-MAESTRO-CE
                AT END
                   MOVE 'S'             TO WS-FIN-MAESTRO
                   MOVE HIGH-VALUES     TO MDN-IRFC
           END-READ.
       045-FIN.
           EXIT.
      *
      ******************************************************************
      *    POSICIONA EL MAESTRO EN EL RFC REBOTADO (EL CONTROL DE     *
      *    DESPACHO VIENE POR RFC) Y, SI HAY CORREO ACORDADO, ESE ES  *
      *    EL QUE SE LISTA PARA EL REENVIO                            *
      ******************************************************************
       046-CORREO-MAESTRO.
           PERFORM 045-LEE-MAESTRO
              UNTIL WS-FIN-MAESTRO-SI
                 OR MDN-IRFC NOT < DSP-IRFC.
           IF MDN-IRFC = DSP-IRFC
           AND MDN-EMAIL NOT = SPACES
              MOVE MDN-EMAIL            TO R1-01-DET-EMAIL
              IF MDN-EMAIL NOT = DSP-EMAIL
                 MOVE 'CORREO ACORDADO DISTINTO' TO R1-01-DET-OBS
                 ADD 1                  TO WS-TOT-CORREO-MAESTRO
              END-IF
           END-IF.
       046-FIN.
           EXIT.
      * SDAT-40171F
      *
      ******************************************************************
      *    RETORNOS QUE NO EMPATARON CON NINGUN DESPACHO PENDIENTE    *
      ******************************************************************
                 ARCH-DESP-OUT
                 ARCH-RET-CORREO
                 ARCH-RPT-REENVIO.
      * SDAT-40171I
           CLOSE ARCH-MAESTRO-CE.
      * SDAT-40171F
       080-FIN.
           EXIT.
      *
                   WS-TOT-SIN-RETORNO
           DISPLAY W000-PROG '   RETORNOS SIN DESPACHO    : '
                   WS-TOT-RET-SIN-DESP
      * SDAT-40171I
           DISPLAY W000-PROG '   REENVIOS A CORREO ACORD. : '
                   WS-TOT-CORREO-MAESTRO
      * SDAT-40171F
           GOBACK.
       999-FIN.
           EXIT.
