      * SDAT-40154F  XLR0921                                           *
      * SDAT-40156I  XLR0921  10NOV24 EL HISTORICO DE DETALLE CRECE A  *
      * SDAT-40156F  XLR0921          260 BYTES (CORREO DEL DONANTE).  *
      * SDAT-40181I  XLR0921  11MAY25 EL HISTORICO DE DETALLE ES UN    *
      * SDAT-40181F  XLR0921          KSDS (RFC+ANOMES+IREF): DE CADA  *
      *                                RFC SOLO SE LEE EL MES PEDIDO Y *
      *                                LA TABLA DE RFC YA NO SE BUSCA  *
      *                                COMPLETA (LLEGAN EN ORDEN).     *
      *                                'REGISTROS LEIDOS' YA SOLO      *
      *                                CUENTA LO QUE SE VISITA.        *
      *----------------------------------------------------------------*
      /
       ENVIRONMENT DIVISION.
      *    DEL UMBRAL Y FECHA DE NEGOCIO PARA LAS CIFRAS DE CONTROL
           SELECT ARCH-PARM-PL       ASSIGN TO UT-S-ZM4PL0P.
      *
      *    HISTORICO DE DETALLE POR DONANTE DE ZM4DJ097
      * SDAT-40181I
      *    (KSDS RFC + ANOMES + IREF)
           SELECT ARCH-HIST-PL       ASSIGN TO ZM4PL0HI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS HDET-LLAVE
                  FILE STATUS  IS WS-FS-HIST-PL.
      * SDAT-40181F
      *
      *    ARCHIVO DE OPERACIONES RELEVANTES PARA EL REGULADOR
           SELECT ARCH-PLD-REL       ASSIGN TO UT-S-ZM4PL0RL.
      ******************************************************************
       FD  ARCH-HIST-PL
           LABEL RECORD IS STANDARD
           DATA RECORD   IS  REG-HIST-PL
      * SDAT-40181I
           RECORD CONTAINS 290 CHARACTERS.
      * SDAT-40181F
       01  REG-HIST-PL.
           05 HDET-IEMPR                 PIC X(03).
           05 HDET-ANOMES                PIC 9(06).
           05 HDET-UUID                  PIC X(36).
           05 HDET-EMAIL                 PIC X(50).
           05 FILLER                     PIC X(06).
      * SDAT-40181I
           05 HDET-LLAVE.
              10 HDET-LLAVE-IRFC         PIC X(15).
              10 HDET-LLAVE-ANOMES       PIC 9(06).
              10 HDET-LLAVE-IREF         PIC 9(09).
      * SDAT-40181F
      *
      ******************************************************************
      *  ARCHIVO DE OPERACIONES RELEVANTES (UN RENGLON POR RFC QUE     *
       01 W000-PROG                  PIC X(08)       VALUE 'ZM4PL001'.
      *
       01 WS-ANOMES-PL               PIC 9(06)       VALUE ZEROS.
      * SDAT-40181I
       01 WS-FS-HIST-PL              PIC X(02)       VALUE ZEROS.
      * SDAT-40181F
       01 WS-UMA-RAW                 PIC X(06)       VALUE SPACES.
       01 FILLER REDEFINES WS-UMA-RAW.
          05 WS-UMA-NUM              PIC 9(04)V9(02).
      *--- EL UMBRAL REGULATORIO ES UN MULTIPLO DE LA UMA DIARIA
           COMPUTE WS-UMBRAL = WS-UMA-NUM * PARM-VECES-UMA.
           OPEN INPUT  ARCH-HIST-PL.
      * SDAT-40181I
           IF WS-FS-HIST-PL NOT = '00' AND NOT = '97'
              DISPLAY W000-PROG ' NO SE PUDO ABRIR EL HISTORICO '
                      'ZM4PL0HI, FILE STATUS=' WS-FS-HIST-PL
              PERFORM 999-ABORTA
           END-IF.
      * SDAT-40181F
           OPEN OUTPUT ARCH-PLD-REL
                       ARCH-RPT-PLD.
       005-FIN.
       010-FIN.
           EXIT.
      *
      * SDAT-40181I
      **** DE CADA RFC SOLO INTERESAN LAS LLAVES DEL MES PEDIDO: ANTES
      **** SE BRINCA AL MES, DESPUES AL SIGUIENTE RFC
       011-LEE-HISTORICO.
           READ ARCH-HIST-PL NEXT RECORD
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   ADD 1                TO WS-TOT-REG-LEIDOS
                   IF HDET-LLAVE-ANOMES < WS-ANOMES-PL
                      MOVE WS-ANOMES-PL TO HDET-LLAVE-ANOMES
                      MOVE ZEROS        TO HDET-LLAVE-IREF
                      START ARCH-HIST-PL KEY IS NOT < HDET-LLAVE
                            INVALID KEY MOVE 'S' TO WS-FIN-ARCHIVO
                      END-START
                   ELSE
                      IF HDET-LLAVE-ANOMES > WS-ANOMES-PL
                         MOVE 999999    TO HDET-LLAVE-ANOMES
                         MOVE 999999999 TO HDET-LLAVE-IREF
                         START ARCH-HIST-PL KEY IS > HDET-LLAVE
                               INVALID KEY MOVE 'S' TO WS-FIN-ARCHIVO
                         END-START
                      ELSE
                         ADD 1          TO WS-TOT-REG-MES
                         PERFORM 012-ACUMULA-RFC
                      END-IF
                   END-IF
           END-READ.
       011-FIN.
           EXIT.
      * SDAT-40181F
      *
       012-ACUMULA-RFC.
           MOVE 'N'                     TO WS-RFC-HALLADO.
      * SDAT-40181I
      **** LOS RFC LLEGAN EN ORDEN DE LLAVE: SOLO PUEDE SER EL ULTIMO
           IF WS-NUM-RFC > ZEROS
              IF RFC-E-IRFC (WS-NUM-RFC) = HDET-IRFC
                 SET WS-RFC-HALLADO-SI  TO TRUE
                 MOVE WS-NUM-RFC        TO WS-KX-RFC
              END-IF
           END-IF.
      * SDAT-40181F
           IF WS-RFC-HALLADO-NO
              IF WS-NUM-RFC NOT < WSC-MAX-RFC
                 DISPLAY W000-PROG ' RFC DISTINTOS EXCEDEN LA TABLA '
           ADD 1                        TO RFC-E-OPERS  (WS-KX-RFC).
       012-FIN.
           EXIT.
      *
      ******************************************************************
      *    EMITE EL ARCHIVO DE RELEVANTES Y LA HOJA RESUMEN: UN RFC   *
