      * SDAT-40155F  XLR0921                                           *
      * SDAT-40156I  XLR0921  10NOV24 EL HISTORICO DE DETALLE CRECE A  *
      * SDAT-40156F  XLR0921          260 BYTES (CORREO DEL DONANTE).  *
      * SDAT-40181I  XLR0921  11MAY25 EL HISTORICO DE DETALLE ES UN    *
      * SDAT-40181F  XLR0921          KSDS (RFC+ANOMES+IREF): DE CADA  *
      *                                RFC SOLO SE LEEN LOS MESES DEL  *
      *                                ANIO HASTA EL DE LA CORRIDA Y LA*
      *                                TABLA DE RFC YA NO SE BUSCA     *
      *                                COMPLETA (LLEGAN EN ORDEN).     *
      *                                'REGISTROS LEIDOS' YA SOLO      *
      *                                CUENTA LO QUE SE VISITA.        *
      *----------------------------------------------------------------*
      /
       ENVIRONMENT DIVISION.
      *    DEDUCIBLE EN PESOS
           SELECT ARCH-PARM-DC       ASSIGN TO UT-S-ZM4DC0P.
      *
      *    HISTORICO DE DETALLE POR DONANTE DE ZM4DJ097
      * SDAT-40181I
      *    (KSDS RFC + ANOMES + IREF)
           SELECT ARCH-HIST-DC       ASSIGN TO ZM4DC0HI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS HDET-LLAVE
                  FILE STATUS  IS WS-FS-HIST-DC.
      * SDAT-40181F
      *
      *    LISTA DE TRABAJO PARA LAS SUCURSALES
           SELECT ARCH-RPT-TOPE      ASSIGN TO UT-S-ZM4DC0RP.
      ******************************************************************
       FD  ARCH-HIST-DC
           LABEL RECORD IS STANDARD
           DATA RECORD   IS  REG-HIST-DC
      * SDAT-40181I
           RECORD CONTAINS 290 CHARACTERS.
      * SDAT-40181F
       01  REG-HIST-DC.
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
       FD  ARCH-RPT-TOPE
           LABEL RECORD IS STANDARD
      *
       01 WS-ANOMES-DC               PIC 9(06)       VALUE ZEROS.
       01 WS-ANIO-DC                 PIC 9(04)       VALUE ZEROS.
      * SDAT-40181I
       01 WS-ANOMES-INI-DC           PIC 9(06)       VALUE ZEROS.
       01 WS-FS-HIST-DC              PIC X(02)       VALUE ZEROS.
      * SDAT-40181F
       01 WS-TOPE-RAW                PIC X(13)       VALUE SPACES.
       01 FILLER REDEFINES WS-TOPE-RAW.
          05 WS-TOPE-NUM             PIC 9(11)V9(02).
           MOVE PARM-ANOMES-DC          TO WS-ANOMES-DC.
           MOVE PARM-AA-DC              TO WS-ANIO-DC.
           MOVE WS-TOPE-NUM             TO WS-TOPE-DC.
      * SDAT-40181I
           COMPUTE WS-ANOMES-INI-DC = WS-ANIO-DC * 100 + 1.
           OPEN INPUT  ARCH-HIST-DC.
           IF WS-FS-HIST-DC NOT = '00' AND NOT = '97'
              DISPLAY W000-PROG ' NO SE PUDO ABRIR EL HISTORICO '
                      'ZM4DC0HI, FILE STATUS=' WS-FS-HIST-DC
              PERFORM 999-ABORTA
           END-IF.
      * SDAT-40181F
           OPEN OUTPUT ARCH-RPT-TOPE.
       005-FIN.
           EXIT.
       010-FIN.
           EXIT.
      *
      * SDAT-40181I
      **** DE CADA RFC SOLO INTERESAN LAS LLAVES DE ENERO AL MES DE LA
      **** CORRIDA: ANTES SE BRINCA A ENERO, DESPUES AL SIGUIENTE RFC
       011-LEE-HISTORICO.
           READ ARCH-HIST-DC NEXT RECORD
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   ADD 1                TO WS-TOT-REG-LEIDOS
                   IF HDET-LLAVE-ANOMES < WS-ANOMES-INI-DC
                      MOVE WS-ANOMES-INI-DC TO HDET-LLAVE-ANOMES
                      MOVE ZEROS        TO HDET-LLAVE-IREF
                      START ARCH-HIST-DC KEY IS NOT < HDET-LLAVE
                            INVALID KEY MOVE 'S' TO WS-FIN-ARCHIVO
                      END-START
                   ELSE
                      IF HDET-LLAVE-ANOMES > WS-ANOMES-DC
                         MOVE 999999    TO HDET-LLAVE-ANOMES
                         MOVE 999999999 TO HDET-LLAVE-IREF
                         START ARCH-HIST-DC KEY IS > HDET-LLAVE
                               INVALID KEY MOVE 'S' TO WS-FIN-ARCHIVO
                         END-START
                      ELSE
                         ADD 1          TO WS-TOT-REG-ANIO
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
           END-IF.
       012-FIN.
           EXIT.
      *
      ******************************************************************
      *    EMITE LA LISTA DE TRABAJO: 'CRUZO MES' PARA QUIEN REBASO   *
