       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZM4LB001.
       AUTHOR. GESFOR (MEXICO), S.A. DE C.V.
       DATE-WRITTEN. MAYO 2025.
       DATE-COMPILED.
      *
      /
      ******************************************************************
      **                                                               *
      *  " S I V A   -   L I B E R A C I O N   D E   C O R R I D A "   *
      *                                                                *
      *  OBJETIVO: SOMETER AL VISTO BUENO DEL SUPERVISOR LAS           *
      *            SOLICITUDES DE LIBERACION QUE DEJA ZM4DJ097 EN      *
      *            MODO SIMULACION (TARJETA, VENTANA, CUENTAS Y MONTO  *
      *            POR EMPRESA Y HASH DE LOS POSTEOS PLANEADOS): CADA  *
      *            SOLICITUD DEBE TENER UNA TRANSACCION 'A' (APROBAR)  *
      *            O 'R' (RECHAZAR) CON EL HASH QUE EL SUPERVISOR      *
      *            REVISO EN EL REPORTE DE LA SIMULACION. LO APROBADO  *
      *            SALE, CON SUPERVISOR Y FECHA ESTAMPADOS, AL ARCHIVO *
      *            DE LIBERACIONES QUE EXIGE ZM4DJ097 EN MODO NORMAL;  *
      *            LO DEMAS QUEDA EN EL REPORTE (RECHAZADA, HASH       *
      *            DISTINTO O PENDIENTE).                              *
      *                                                                *
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
      *    MARCA      AUTOR    FECHA             DESCRIPCION           *
      * ----------- --------- -------- --------------------------------*
      * SDAT-40180I  XLR0921  04MAY25 VERSION INICIAL.                 *
      * SDAT-40180F  XLR0921                                           *
      *----------------------------------------------------------------*
      /
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3090.
       OBJECT-COMPUTER. IBM-3090.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      *    SOLICITUDES DE LIBERACION (SALIDA DE ZM4DJ097 SIMULACION)
           SELECT ARCH-SOLICITUD     ASSIGN TO UT-S-ZM4LB0SO.
      *
      *    TRANSACCIONES DE VISTO BUENO DEL SUPERVISOR
           SELECT ARCH-VISTOBUENO    ASSIGN TO UT-S-ZM4LB0VB.
      *
      *    LIBERACIONES APROBADAS (LA ENTRADA DE ZM4DJ097 NORMAL)
           SELECT ARCH-LIBERADAS     ASSIGN TO UT-S-ZME097RA.
      *
      *    REPORTE DE LA LIBERACION
           SELECT ARCH-RPT-LIB       ASSIGN TO UT-S-ZM4LB0RP.
      *
      /
      ******************************************************************
      *   DATA DIVISION                                                *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
      ******************************************************************
      *  SOLICITUDES DE LIBERACION (LAYOUT DE ZM4DJ097): UN ENCABEZADO *
      *  'H' SEGUIDO DE UN RENGLON 'E' POR EMPRESA                     *
      ******************************************************************
       FD  ARCH-SOLICITUD
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-SOLICITUD
           RECORD CONTAINS 200 CHARACTERS.
       01  REG-SOLICITUD.
           05 SOL-TIPO-REG               PIC X(01).
              88 SOL-ES-ENCABEZADO                   VALUE 'H'.
              88 SOL-ES-EMPRESA                      VALUE 'E'.
           05 SOL-ID-LIBERACION          PIC X(16).
           05 SOL-DATOS                  PIC X(183).
           05 SOL-ENCABEZADO REDEFINES SOL-DATOS.
              10 SOL-PARAMETROS.
                 15 SOL-PARAM-IEMPR      PIC X(03).
                 15 FILLER               PIC X(90).
              10 SOL-FEC-INI-MES         PIC X(10).
              10 SOL-FEC-FIN-MES         PIC X(10).
              10 SOL-TOT-CTAS            PIC 9(09).
              10 SOL-TOT-MONTO           PIC 9(15)V9(02).
              10 SOL-HASH                PIC 9(09).
              10 SOL-ESTATUS             PIC X(01).
              10 SOL-SUPERVISOR          PIC X(08).
              10 SOL-FECHA-APRO          PIC X(10).
              10 FILLER                  PIC X(16).
      *
      ******************************************************************
      *  VISTO BUENO DEL SUPERVISOR: 'A' APRUEBA, 'R' RECHAZA; EL HASH *
      *  ES EL DEL REPORTE DE LA SIMULACION QUE SE REVISO              *
      ******************************************************************
       FD  ARCH-VISTOBUENO
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-VISTOBUENO
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-VISTOBUENO.
           05 VBL-ID-LIBERACION          PIC X(16).
           05 VBL-ACCION                 PIC X(01).
              88 VBL-APRUEBA                         VALUE 'A'.
              88 VBL-RECHAZA                         VALUE 'R'.
           05 VBL-SUPERVISOR             PIC X(08).
           05 VBL-HASH                   PIC 9(09).
           05 FILLER                     PIC X(46).
      *
      ******************************************************************
      *  LIBERACIONES APROBADAS (MISMO LAYOUT DE LA SOLICITUD, CON     *
      *  ESTATUS 'A', SUPERVISOR Y FECHA DE APROBACION)                *
      ******************************************************************
       FD  ARCH-LIBERADAS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-LIBERADA
           RECORD CONTAINS 200 CHARACTERS.
       01  REG-LIBERADA                  PIC X(200).
      *
       FD  ARCH-RPT-LIB
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-RPT-LIB
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-RPT-LIB                   PIC X(132).
      *
      ******************************************************************
      *  WORKING STORAGE SECTION                                       *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *
       01 W000-PROG                  PIC X(08)       VALUE 'ZM4LB001'.
      *
      ******************************************************************
      *  VISTOS BUENOS EN MEMORIA                                      *
      ******************************************************************
       01 WSC-MAX-VBL                PIC 9(05)      VALUE 500.
       01 WS-NUM-VBL                 PIC 9(05)      COMP VALUE ZEROS.
       01 WS-IX-VBL                  PIC 9(05)      COMP VALUE ZEROS.
       01 WS-KX-VBL                  PIC 9(05)      COMP VALUE ZEROS.
       01 TABLA-VBL.
          05 VBL-ENT                 OCCURS 500 TIMES.
             10 VBL-E-ID             PIC X(16).
             10 VBL-E-ACCION         PIC X(01).
             10 VBL-E-SUPERVISOR     PIC X(08).
             10 VBL-E-HASH           PIC 9(09).
             10 VBL-E-USADO          PIC X(01).
       01 WS-VBL-HALLADO             PIC X(01)      VALUE 'N'.
          88 WS-VBL-HALLADO-SI                      VALUE 'S'.
          88 WS-VBL-HALLADO-NO                      VALUE 'N'.
      *
      *--- LA SOLICITUD EN TURNO QUEDO APROBADA: SUS RENGLONES 'E'
      *--- SALEN AL ARCHIVO DE LIBERACIONES
       01 WS-SOL-APROBADA            PIC X(01)      VALUE 'N'.
          88 WS-SOL-APROBADA-SI                     VALUE 'S'.
          88 WS-SOL-APROBADA-NO                     VALUE 'N'.
      *
       01 WS-FIN-ARCHIVO             PIC X(01)       VALUE 'N'.
          88 WS-FIN-ARCHIVO-SI                       VALUE 'S'.
       01 WS-FECHA-HOY               PIC 9(08)       VALUE ZEROS.
       01 FILLER REDEFINES WS-FECHA-HOY.
          05 WS-HOY-AA               PIC 9(04).
          05 WS-HOY-MM               PIC 9(02).
          05 WS-HOY-DD               PIC 9(02).
       01 WS-FECHA-APRO              PIC X(10)       VALUE SPACES.
       01 FILLER REDEFINES WS-FECHA-APRO.
          05 WS-APR-AA               PIC 9(04).
          05 WS-APR-SEP1             PIC X(01).
          05 WS-APR-MM               PIC 9(02).
          05 WS-APR-SEP2             PIC X(01).
          05 WS-APR-DD               PIC 9(02).
      *
      ******************************************************************
      *  CIFRAS DE CONTROL                                             *
      ******************************************************************
       01 WS-TOT-SOLICITUDES         PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-APROBADAS           PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-RECHAZADAS          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-HASH-DISTINTO       PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-PENDIENTES          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-VBL-SIN-SOL         PIC 9(09)       VALUE ZEROS.
      *
      ******************************************************************
      *  RENGLONES DEL REPORTE                                         *
      ******************************************************************
       01  B2-01-ENCA.
           05 FILLER                 PIC X(44) VALUE
             '   LIBERACION DE CORRIDAS DE DONATIVOS (SOLI'.
           05 FILLER                 PIC X(44) VALUE
             'CITUDES DE ZM4DJ097 EN SIMULACION)          '.
           05 FILLER                 PIC X(44) VALUE SPACES.
      *
       01  B2-02-ENCA.
           05 FILLER                 PIC X(44) VALUE
             ' SITUACION  LIBERACION       EMP VENTANA DEL'.
           05 FILLER                 PIC X(44) VALUE
             'AL           CUENTAS                MONTO  H'.
           05 FILLER                 PIC X(44) VALUE
             'ASH       SUPERVIS                          '.
      *
       01  B2-03-ENCA.
           05 FILLER                 PIC X(132) VALUE ALL '-'.
      *
       01  B2-01-DETA.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 B2-01-DET-SITUACION    PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 B2-01-DET-ID           PIC X(16).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 B2-01-DET-IEMPR        PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 B2-01-DET-FEC-INI      PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 B2-01-DET-FEC-FIN      PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 B2-01-DET-CTAS         PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 B2-01-DET-MONTO        PIC ZZZZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 B2-01-DET-HASH         PIC 9(09).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 B2-01-DET-SUPERVISOR   PIC X(08).
           05 FILLER                 PIC X(26) VALUE SPACES.
      *
      ******************************************************************
      *  PROCEDURE DIVISION                                            *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 005-ABRE-ARCHIVOS.
           PERFORM 010-CARGA-VISTOBUENO.
           PERFORM 020-PROCESA-SOLICITUDES.
           PERFORM 060-REPORTA-VBL-HUERFANOS.
           PERFORM 080-CIERRA-ARCHIVOS.
           PERFORM 999-TERMINA.
      *
       005-ABRE-ARCHIVOS.
           ACCEPT WS-FECHA-HOY        FROM DATE YYYYMMDD.
           MOVE WS-HOY-AA               TO WS-APR-AA.
           MOVE '-'                     TO WS-APR-SEP1.
           MOVE WS-HOY-MM               TO WS-APR-MM.
           MOVE '-'                     TO WS-APR-SEP2.
           MOVE WS-HOY-DD               TO WS-APR-DD.
           OPEN INPUT  ARCH-SOLICITUD
                       ARCH-VISTOBUENO.
           OPEN OUTPUT ARCH-LIBERADAS
                       ARCH-RPT-LIB.
           WRITE REG-RPT-LIB          FROM B2-01-ENCA.
           WRITE REG-RPT-LIB          FROM B2-02-ENCA.
           WRITE REG-RPT-LIB          FROM B2-03-ENCA.
       005-FIN.
           EXIT.
      *
       010-CARGA-VISTOBUENO.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 011-LEE-VISTOBUENO UNTIL WS-FIN-ARCHIVO-SI.
       010-FIN.
           EXIT.
      *
       011-LEE-VISTOBUENO.
           READ ARCH-VISTOBUENO
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   IF WS-NUM-VBL NOT < WSC-MAX-VBL
                      DISPLAY W000-PROG ' VISTOS BUENOS EXCEDEN LA '
                              'TABLA DE ' WSC-MAX-VBL ' ENTRADAS'
                      PERFORM 999-ABORTA
                   END-IF
                   ADD 1                TO WS-NUM-VBL
                   MOVE VBL-ID-LIBERACION TO VBL-E-ID   (WS-NUM-VBL)
                   MOVE VBL-ACCION      TO VBL-E-ACCION (WS-NUM-VBL)
                   MOVE VBL-SUPERVISOR  TO
                        VBL-E-SUPERVISOR (WS-NUM-VBL)
                   MOVE VBL-HASH        TO VBL-E-HASH   (WS-NUM-VBL)
                   MOVE 'N'             TO VBL-E-USADO  (WS-NUM-VBL)
           END-READ.
       011-FIN.
           EXIT.
      *
      ******************************************************************
      *    CADA SOLICITUD SE EMPAREJA CON SU VISTO BUENO: 'A' CON EL  *
      *    MISMO HASH SALE (CON SUS EMPRESAS) AL ARCHIVO DE           *
      *    LIBERACIONES; 'A' CON OTRO HASH NO SE LIBERA (EL           *
      *    SUPERVISOR REVISO OTRA SIMULACION); 'R' SOLO QUEDA EN EL   *
      *    REPORTE, Y SIN VISTO BUENO QUEDA PENDIENTE                 *
      ******************************************************************
       020-PROCESA-SOLICITUDES.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           MOVE 'N'                     TO WS-SOL-APROBADA.
           PERFORM 021-LEE-SOLICITUD UNTIL WS-FIN-ARCHIVO-SI.
       020-FIN.
           EXIT.
      *
       021-LEE-SOLICITUD.
           READ ARCH-SOLICITUD
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   IF SOL-ES-ENCABEZADO
                      ADD 1             TO WS-TOT-SOLICITUDES
                      PERFORM 025-EVALUA-SOLICITUD
                   ELSE
                      IF SOL-ES-EMPRESA AND WS-SOL-APROBADA-SI
                         WRITE REG-LIBERADA FROM REG-SOLICITUD
                      END-IF
                   END-IF
           END-READ.
       021-FIN.
           EXIT.
      *
       025-EVALUA-SOLICITUD.
           MOVE 'N'                     TO WS-SOL-APROBADA.
           MOVE 'N'                     TO WS-VBL-HALLADO.
           PERFORM 026-BUSCA-VISTOBUENO
              VARYING WS-IX-VBL FROM 1 BY 1
                UNTIL WS-IX-VBL > WS-NUM-VBL
                   OR WS-VBL-HALLADO-SI.
           MOVE SOL-ID-LIBERACION       TO B2-01-DET-ID.
           MOVE SOL-PARAM-IEMPR         TO B2-01-DET-IEMPR.
           MOVE SOL-FEC-INI-MES         TO B2-01-DET-FEC-INI.
           MOVE SOL-FEC-FIN-MES         TO B2-01-DET-FEC-FIN.
           MOVE SOL-TOT-CTAS            TO B2-01-DET-CTAS.
           MOVE SOL-TOT-MONTO           TO B2-01-DET-MONTO.
           MOVE SOL-HASH                TO B2-01-DET-HASH.
           MOVE SPACES                  TO B2-01-DET-SUPERVISOR.
           EVALUATE TRUE
              WHEN WS-VBL-HALLADO-NO
                 ADD 1                  TO WS-TOT-PENDIENTES
                 MOVE 'PENDIENTE'       TO B2-01-DET-SITUACION
              WHEN VBL-E-ACCION (WS-KX-VBL) = 'A'
               AND VBL-E-HASH (WS-KX-VBL) = SOL-HASH
                 MOVE 'S'               TO VBL-E-USADO (WS-KX-VBL)
                 ADD 1                  TO WS-TOT-APROBADAS
                 MOVE 'APROBADA'        TO B2-01-DET-SITUACION
                 MOVE VBL-E-SUPERVISOR (WS-KX-VBL)
                                        TO B2-01-DET-SUPERVISOR
                 PERFORM 030-GRABA-LIBERADA
              WHEN VBL-E-ACCION (WS-KX-VBL) = 'A'
                 MOVE 'S'               TO VBL-E-USADO (WS-KX-VBL)
                 ADD 1                  TO WS-TOT-HASH-DISTINTO
                 MOVE 'HASH DIST.'      TO B2-01-DET-SITUACION
                 MOVE VBL-E-SUPERVISOR (WS-KX-VBL)
                                        TO B2-01-DET-SUPERVISOR
                 DISPLAY W000-PROG ' LIBERACION ' SOL-ID-LIBERACION
                         ' HASH DE LA SOLICITUD ' SOL-HASH
                         ' VISTO BUENO ' VBL-E-HASH (WS-KX-VBL)
              WHEN OTHER
                 MOVE 'S'               TO VBL-E-USADO (WS-KX-VBL)
                 ADD 1                  TO WS-TOT-RECHAZADAS
                 MOVE 'RECHAZADA'       TO B2-01-DET-SITUACION
                 MOVE VBL-E-SUPERVISOR (WS-KX-VBL)
                                        TO B2-01-DET-SUPERVISOR
           END-EVALUATE.
           WRITE REG-RPT-LIB          FROM B2-01-DETA.
       025-FIN.
           EXIT.
      *
       026-BUSCA-VISTOBUENO.
           IF VBL-E-ID (WS-IX-VBL) = SOL-ID-LIBERACION
              SET WS-VBL-HALLADO-SI     TO TRUE
              MOVE WS-IX-VBL            TO WS-KX-VBL
           END-IF.
       026-FIN.
           EXIT.
      *
      ******************************************************************
      *    LA LIBERACION APROBADA LLEVA LA SOLICITUD TAL CUAL, CON EL *
      *    ESTATUS, EL SUPERVISOR Y LA FECHA DEL VISTO BUENO          *
      ******************************************************************
       030-GRABA-LIBERADA.
           MOVE 'A'                     TO SOL-ESTATUS.
           MOVE VBL-E-SUPERVISOR (WS-KX-VBL) TO SOL-SUPERVISOR.
           MOVE WS-FECHA-APRO           TO SOL-FECHA-APRO.
           WRITE REG-LIBERADA         FROM REG-SOLICITUD.
           SET WS-SOL-APROBADA-SI       TO TRUE.
       030-FIN.
           EXIT.
      *
      ******************************************************************
      *    UN VISTO BUENO SIN SOLICITUD ES CAPTURA EQUIVOCADA: SE     *
      *    AVISA PARA QUE EL SUPERVISOR LO REVISE                     *
      ******************************************************************
       060-REPORTA-VBL-HUERFANOS.
           PERFORM 061-REVISA-VBL
              VARYING WS-IX-VBL FROM 1 BY 1
                UNTIL WS-IX-VBL > WS-NUM-VBL.
       060-FIN.
           EXIT.
      *
       061-REVISA-VBL.
           IF VBL-E-USADO (WS-IX-VBL) = 'N'
              ADD 1                     TO WS-TOT-VBL-SIN-SOL
              DISPLAY W000-PROG ' VISTO BUENO SIN SOLICITUD: '
                      'LIBERACION ' VBL-E-ID (WS-IX-VBL)
                      ' SUPERVISOR ' VBL-E-SUPERVISOR (WS-IX-VBL)
           END-IF.
       061-FIN.
           EXIT.
      *
       080-CIERRA-ARCHIVOS.
           CLOSE ARCH-SOLICITUD
                 ARCH-VISTOBUENO
                 ARCH-LIBERADAS
                 ARCH-RPT-LIB.
       080-FIN.
           EXIT.
      *
      ******************************************************************
      *  ABORTA EL PROGRAMA
      ******************************************************************
       999-ABORTA.
           MOVE  16                     TO RETURN-CODE.
           DISPLAY 'TERMINACION ANORMAL DEL PROGRAMA'
           GOBACK.
       999-ABORTA-FIN.
           EXIT.
      *
      ******************************************************************
      *  REGRESA EL CONTROL AL PROGRAMA LLAMADOR
      ******************************************************************
       999-TERMINA.
           DISPLAY W000-PROG ' CIFRAS DE CONTROL DE LA LIBERACION'
           DISPLAY W000-PROG '   SOLICITUDES LEIDAS       : '
                   WS-TOT-SOLICITUDES
           DISPLAY W000-PROG '   APROBADAS                : '
                   WS-TOT-APROBADAS
           DISPLAY W000-PROG '   RECHAZADAS               : '
                   WS-TOT-RECHAZADAS
           DISPLAY W000-PROG '   CON HASH DISTINTO        : '
                   WS-TOT-HASH-DISTINTO
           DISPLAY W000-PROG '   PENDIENTES               : '
                   WS-TOT-PENDIENTES
           DISPLAY W000-PROG '   VISTOS BUENOS HUERFANOS  : '
                   WS-TOT-VBL-SIN-SOL
           GOBACK.
       999-FIN.
           EXIT.
      *
      ******************************************************************
      *  TERMINA PROGRAMA ZM4LB001                                     *
      ******************************************************************
