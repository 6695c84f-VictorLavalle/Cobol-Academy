       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZM4CN001.
       AUTHOR. GESFOR (MEXICO), S.A. DE C.V.
       DATE-WRITTEN. FEBRERO 2025.
       DATE-COMPILED.
      *
      /
      ******************************************************************
      **                                                               *
      *    " S I V A   -   C A N C E L A C I O N   D E   C F D I "     *
      *                                                                *
      *  OBJETIVO: SOLICITAR AL PAC LA CANCELACION DE LOS RECIBOS      *
      *            DEDUCIBLES (CFDI) DE LOS DONATIVOS QUE ZM4DJ098     *
      *            REVERSO, Y CARGAR EL ACUSE DE CANCELACION DEL PAC.  *
      *            EL PROGRAMA RECORRE EL HISTORICO DE DETALLE POR     *
      *            DONANTE Y LO ARRASTRA A LA SALIDA MANTENIENDO EL    *
      *            ESTATUS DEL CFDI DE CADA RENGLON:                   *
      *                                                                *
      *            ' '  VIGENTE                                        *
      *            'R'  REVERSADO, PENDIENTE DE SOLICITAR CANCELACION  *
      *                 (P.E. AUN SIN UUID DEL PAC)                    *
      *            'S'  CANCELACION SOLICITADA AL PAC                  *
      *            'C'  CANCELADO (ACUSE DE CANCELACION ACEPTADO)      *
      *            'X'  CANCELACION RECHAZADA (LISTA DE TRABAJO)       *
      *                                                                *
      *            EL MOTIVO SAT ES '01' CUANDO EL ARCHIVO DE          *
      *            SUSTITUCIONES TRAE EL UUID QUE REEMPLAZA AL RECIBO, *
      *            Y '03' (OPERACION NO REALIZADA) EN LOS DEMAS CASOS. *
      *                                                                *
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
      *    MARCA      AUTOR    FECHA             DESCRIPCION           *
      * ----------- --------- -------- --------------------------------*
      * SDAT-40170I  XLR0921  23FEB25 VERSION INICIAL.                 *
      * SDAT-40170F  XLR0921                                           *
      * SDAT-40181I  XLR0921  11MAY25 EL HISTORICO DE DETALLE ES UN    *
      * SDAT-40181F  XLR0921          KSDS: SE RECORRE EN SITIO Y SOLO *
      *                                SE REESCRIBEN LOS RENGLONES CUYO*
      *                                ESTATUS CFDI CAMBIA (YA NO SE   *
      *                                COPIA COMPLETO A UNA SALIDA).   *
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
      *    FOLIOS REVERSADOS POR ZM4DJ098 (PUEDEN CONCATENARSE VARIAS
      *    CORRIDAS DE REVERSO)
           SELECT ARCH-REVERSADOS    ASSIGN TO UT-S-ZM4CN0RV.
      *
      *    UUID SUSTITUTOS CAPTURADOS POR OPERACION (OPCIONAL, PUEDE
      *    VENIR VACIO)
           SELECT ARCH-SUSTITUTOS    ASSIGN TO UT-S-ZM4CN0SU.
      *
      *    ACUSE DE CANCELACION DEL PAC A SOLICITUDES ANTERIORES
           SELECT ARCH-ACUSE-CANC    ASSIGN TO UT-S-ZM4CN0AC.
      *
      *    HISTORICO DE DETALLE POR DONANTE (MISMO LAYOUT QUE EL
      *    ARCH-HIST-DET-OUT DE ZM4DJ097)
      * SDAT-40181I
      *    (KSDS RFC + ANOMES + IREF; LOS REVERSOS Y LOS ACUSES NO
      *    TRAEN RFC, POR ESO SE RECORRE COMPLETO)
           SELECT ARCH-HIST          ASSIGN TO ZM4CN0HI
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS HDET-LLAVE
                  FILE STATUS  IS WS-FS-HIST.
      * SDAT-40181F
      *
      *    SOLICITUD DE CANCELACION PARA EL PAC
           SELECT ARCH-SOL-CANC      ASSIGN TO UT-S-ZM4CN0SC.
      *
      *    LISTA DE TRABAJO DE CANCELACIONES
           SELECT ARCH-RPT-CANC      ASSIGN TO UT-S-ZM4CN0RP.
      *
      /
      ******************************************************************
      *   DATA DIVISION                                                *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
      ******************************************************************
      *  FOLIOS REVERSADOS (LAYOUT DE ZM4DJ098)                        *
      ******************************************************************
       FD  ARCH-REVERSADOS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-REVERSADO
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-REVERSADO.
           05 REV-IEMPR                  PIC X(03).
           05 REV-ICUENTA                PIC 9(09).
           05 REV-IREF-ORIGINAL          PIC 9(10).
           05 REV-IREF-REVERSO           PIC 9(10).
           05 REV-TPOMOV-ORIGINAL        PIC X(01).
              88 REV-ES-ABONO                        VALUE 'A'.
           05 REV-MONTO                  PIC 9(15)V9(02).
           05 REV-FHAPLICA-ORIGINAL      PIC X(10).
           05 REV-FECHA-REVERSO          PIC X(10).
           05 FILLER                     PIC X(10).
      *
      ******************************************************************
      *  UUID SUSTITUTO POR FOLIO REVERSADO                            *
      ******************************************************************
       FD  ARCH-SUSTITUTOS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-SUSTITUTO
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-SUSTITUTO.
           05 SUS-IEMPR                  PIC X(03).
           05 SUS-NUM-OPERAC-IREF        PIC 9(09).
           05 SUS-UUID-SUSTITUTO         PIC X(36).
           05 FILLER                     PIC X(32).
      *
      ******************************************************************
      *  ACUSE DE CANCELACION: 'CA' CANCELADO, 'RE' RECHAZADO          *
      ******************************************************************
       FD  ARCH-ACUSE-CANC
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-ACUSE-CANC
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-ACUSE-CANC.
           05 ACU-UUID                   PIC X(36).
           05 ACU-NUM-OPERAC-IREF        PIC 9(09).
           05 ACU-CCTAINVPAT             PIC X(10).
           05 ACU-ESTATUS                PIC X(02).
              88 ACU-CANCELADO                       VALUE 'CA'.
              88 ACU-RECHAZADO                       VALUE 'RE'.
           05 ACU-FECHA                  PIC X(10).
           05 ACU-MOTIVO                 PIC X(30).
           05 FILLER                     PIC X(03).
      *
      ******************************************************************
      *  HISTORICO DE DETALLE POR DONANTE                              *
      ******************************************************************
       FD  ARCH-HIST
           LABEL RECORD IS STANDARD
           DATA RECORD   IS  REG-HIST
      * SDAT-40181I
           RECORD CONTAINS 290 CHARACTERS.
      * SDAT-40181F
       01  REG-HIST.
           05 HDET-IEMPR                 PIC X(03).
           05 HDET-ANOMES                PIC 9(06).
           05 HDET-CCTAINVPAT            PIC X(10).
           05 HDET-IRFC                  PIC X(15).
           05 HDET-MONTO                 PIC 9(13)V9(02).
           05 HDET-FECHA                 PIC X(10).
           05 HDET-NOMBRE                PIC X(100).
           05 HDET-IREF                  PIC 9(09).
           05 HDET-UUID                  PIC X(36).
           05 HDET-EMAIL                 PIC X(50).
           05 HDET-ESTATUS-CFDI          PIC X(01).
              88 HDET-CFDI-VIGENTE                   VALUE ' '.
              88 HDET-CFDI-REVERSADO                 VALUE 'R'.
              88 HDET-CFDI-SOLICITADO                VALUE 'S'.
              88 HDET-CFDI-CANCELADO                 VALUE 'C'.
              88 HDET-CFDI-RECHAZADO                 VALUE 'X'.
           05 FILLER                     PIC X(05).
      * SDAT-40181I
           05 HDET-LLAVE.
              10 HDET-LLAVE-IRFC         PIC X(15).
              10 HDET-LLAVE-ANOMES       PIC 9(06).
              10 HDET-LLAVE-IREF         PIC 9(09).
      * SDAT-40181F
      *
      ******************************************************************
      *  SOLICITUD DE CANCELACION AL PAC, UNA POR UUID                 *
      ******************************************************************
       FD  ARCH-SOL-CANC
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-SOL-CANC
           RECORD CONTAINS 150 CHARACTERS.
       01  REG-SOL-CANC.
           05 SCN-IEMPR                  PIC X(03).
           05 SCN-NUM-OPERAC-IREF        PIC 9(09).
           05 SCN-CCTAINVPAT             PIC X(10).
           05 SCN-IRFC                   PIC X(15).
           05 SCN-UUID                   PIC X(36).
           05 SCN-MOTIVO-SAT             PIC X(02).
           05 SCN-UUID-SUSTITUTO         PIC X(36).
           05 SCN-MONTO                  PIC 9(13)V9(02).
           05 SCN-FECHA-EMISION          PIC X(10).
           05 SCN-FECHA-SOLICITUD        PIC X(10).
           05 FILLER                     PIC X(04).
      *
      ******************************************************************
      *  LISTA DE TRABAJO DE CANCELACIONES                             *
      ******************************************************************
       FD  ARCH-RPT-CANC
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-RPT-CANC
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-RPT-CANC                  PIC X(132).
      *
      ******************************************************************
      *  WORKING STORAGE SECTION                                       *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *
       01 W000-PROG                  PIC X(08)       VALUE 'ZM4CN001'.
      *
       01 WS-FECHA-HOY.
          05 WS-HOY-AAAA             PIC 9(04)       VALUE ZEROS.
          05 WS-HOY-MM               PIC 9(02)       VALUE ZEROS.
          05 WS-HOY-DD               PIC 9(02)       VALUE ZEROS.
       01 WS-FECHA-SOLICITUD.
          05 WS-SOL-AAAA             PIC 9(04)       VALUE ZEROS.
          05 FILLER                  PIC X(01)       VALUE '-'.
          05 WS-SOL-MM               PIC 9(02)       VALUE ZEROS.
          05 FILLER                  PIC X(01)       VALUE '-'.
          05 WS-SOL-DD               PIC 9(02)       VALUE ZEROS.
      *
      ******************************************************************
      *  TABLA EN MEMORIA DE LOS FOLIOS REVERSADOS (SOLO ABONOS: EL    *
      *  FOLIO DEL ABONO ES EL IREF QUE SE TIMBRO)                     *
      ******************************************************************
       01 WSC-MAX-REV                PIC 9(05)      VALUE 10000.
       01 WS-NUM-REV                 PIC 9(05)      COMP VALUE ZEROS.
       01 WS-IX-REV                  PIC 9(05)      COMP VALUE ZEROS.
       01 WS-KX-REV                  PIC 9(05)      COMP VALUE ZEROS.
       01 TABLA-REVERSADOS.
          05 REV-ENT                 OCCURS 10000 TIMES.
             10 REV-E-LLAVE.
                15 REV-E-IEMPR       PIC X(03).
                15 REV-E-IREF        PIC 9(09).
             10 REV-E-FECHA          PIC X(10).
             10 REV-E-USADA          PIC X(01).
       01 WS-LLAVE-REV.
          05 WS-LLAVE-REV-IEMPR      PIC X(03).
          05 WS-LLAVE-REV-IREF       PIC 9(09).
       01 WS-REV-HALLADA             PIC X(01)      VALUE 'N'.
          88 WS-REV-HALLADA-SI                      VALUE 'S'.
          88 WS-REV-HALLADA-NO                      VALUE 'N'.
      *
      ******************************************************************
      *  TABLA EN MEMORIA DE LOS UUID SUSTITUTOS                       *
      ******************************************************************
       01 WSC-MAX-SUS                PIC 9(05)      VALUE 2000.
       01 WS-NUM-SUS                 PIC 9(05)      COMP VALUE ZEROS.
       01 WS-IX-SUS                  PIC 9(05)      COMP VALUE ZEROS.
       01 WS-KX-SUS                  PIC 9(05)      COMP VALUE ZEROS.
       01 TABLA-SUSTITUTOS.
          05 SUS-ENT                 OCCURS 2000 TIMES.
             10 SUS-E-LLAVE.
                15 SUS-E-IEMPR       PIC X(03).
                15 SUS-E-IREF        PIC 9(09).
             10 SUS-E-UUID           PIC X(36).
       01 WS-SUS-HALLADA             PIC X(01)      VALUE 'N'.
          88 WS-SUS-HALLADA-SI                      VALUE 'S'.
          88 WS-SUS-HALLADA-NO                      VALUE 'N'.
      *
      ******************************************************************
      *  TABLA EN MEMORIA DE LOS ACUSES DE CANCELACION                 *
      ******************************************************************
       01 WSC-MAX-ACU                PIC 9(05)      VALUE 10000.
       01 WS-NUM-ACU                 PIC 9(05)      COMP VALUE ZEROS.
       01 WS-IX-ACU                  PIC 9(05)      COMP VALUE ZEROS.
       01 WS-KX-ACU                  PIC 9(05)      COMP VALUE ZEROS.
       01 TABLA-ACUSES.
          05 ACU-ENT                 OCCURS 10000 TIMES.
             10 ACU-E-UUID           PIC X(36).
             10 ACU-E-IREF           PIC 9(09).
             10 ACU-E-CCTA           PIC X(10).
             10 ACU-E-ESTATUS        PIC X(02).
             10 ACU-E-MOTIVO         PIC X(30).
             10 ACU-E-USADA          PIC X(01).
       01 WS-ACU-HALLADO             PIC X(01)      VALUE 'N'.
          88 WS-ACU-HALLADO-SI                      VALUE 'S'.
          88 WS-ACU-HALLADO-NO                      VALUE 'N'.
      *
       01 WS-FIN-ARCHIVO             PIC X(01)       VALUE 'N'.
          88 WS-FIN-ARCHIVO-SI                       VALUE 'S'.
          88 WS-FIN-ARCHIVO-NO                       VALUE 'N'.
      * SDAT-40181I
       01 WS-FS-HIST                 PIC X(02)       VALUE ZEROS.
       01 WS-ESTATUS-CFDI-ANT        PIC X(01)       VALUE SPACES.
      * SDAT-40181F
      *
      ******************************************************************
      *  CIFRAS DE CONTROL                                             *
      ******************************************************************
       01 WS-TOT-REV-LEIDOS          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-REV-ABONOS          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-SUS-LEIDOS          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-ACU-LEIDOS          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-HIST-LEIDOS         PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-HIST-REVERSADOS     PIC 9(09)       VALUE ZEROS.
      * SDAT-40181I
       01 WS-TOT-HIST-REESCRITOS     PIC 9(09)       VALUE ZEROS.
      * SDAT-40181F
       01 WS-TOT-SOLICITUDES         PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-SOL-SUSTITUCION     PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-SOLICITADO      PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-TOT-CANCELADOS          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-CANC-RECHAZADAS     PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-PEND-SIN-UUID       PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-REV-SIN-HIST        PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-ACU-SIN-HIST        PIC 9(09)       VALUE ZEROS.
      *
      ******************************************************************
      *  RENGLONES DE LA LISTA DE TRABAJO                              *
      ******************************************************************
       01  W1-01-ENCA.
           05 FILLER                 PIC X(44) VALUE
             '   CANCELACION DE CFDI DE DONATIVOS REVERSAD'.
           05 FILLER                 PIC X(44) VALUE
             'OS - PENDIENTES Y RECHAZOS                  '.
           05 FILLER                 PIC X(44) VALUE SPACES.
      *
       01  W1-02-ENCA.
           05 FILLER                 PIC X(44) VALUE
             ' SITUACION        IREF      CTA.INVPAT RFC  '.
           05 FILLER                 PIC X(44) VALUE
             '            UUID                            '.
           05 FILLER                 PIC X(44) VALUE
             '      MOTIVO                                '.
      *
       01  W1-03-ENCA.
           05 FILLER                 PIC X(132) VALUE ALL '-'.
      *
       01  W1-01-DETA.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 W1-01-DET-SITUACION    PIC X(15).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 W1-01-DET-IREF         PIC 9(09).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 W1-01-DET-CCTA         PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 W1-01-DET-IRFC         PIC X(15).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 W1-01-DET-UUID         PIC X(36).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 W1-01-DET-MOTIVO       PIC X(30).
           05 FILLER                 PIC X(11) VALUE SPACES.
      *
       01 WS-ENCAB-RPT               PIC 9(05)       VALUE ZEROS.
      *
      ******************************************************************
      *  PROCEDURE DIVISION                                            *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 005-ABRE-ARCHIVOS.
           PERFORM 010-CARGA-REVERSADOS.
           PERFORM 012-CARGA-SUSTITUTOS.
           PERFORM 014-CARGA-ACUSES.
           PERFORM 020-RECORRE-HISTORICO.
           PERFORM 060-REPORTA-SOBRANTES.
           PERFORM 080-CIERRA-ARCHIVOS.
           PERFORM 999-TERMINA.
      *
      ******************************************************************
      *    ABRE ARCHIVOS Y OBTIENE LA FECHA DE LA SOLICITUD            *
      ******************************************************************
       005-ABRE-ARCHIVOS.
           OPEN INPUT  ARCH-REVERSADOS
                       ARCH-SUSTITUTOS
                       ARCH-ACUSE-CANC.
      * SDAT-40181I
           OPEN I-O    ARCH-HIST.
           IF WS-FS-HIST NOT = '00' AND NOT = '97'
              DISPLAY W000-PROG ' NO SE PUDO ABRIR EL HISTORICO '
                      'ZM4CN0HI, FILE STATUS=' WS-FS-HIST
              PERFORM 999-ABORTA
           END-IF.
      * SDAT-40181F
           OPEN OUTPUT ARCH-SOL-CANC
                       ARCH-RPT-CANC.
           ACCEPT WS-FECHA-HOY        FROM DATE YYYYMMDD.
           MOVE WS-HOY-AAAA             TO WS-SOL-AAAA.
           MOVE WS-HOY-MM               TO WS-SOL-MM.
           MOVE WS-HOY-DD               TO WS-SOL-DD.
       005-FIN.
           EXIT.
      *
      ******************************************************************
      *    CARGA LOS FOLIOS REVERSADOS A MEMORIA; LOS CARGOS A LA      *
      *    CONCENTRADORA NO SE TIMBRARON Y NO SE CARGAN                *
      ******************************************************************
       010-CARGA-REVERSADOS.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 011-LEE-REVERSADO UNTIL WS-FIN-ARCHIVO-SI.
       010-FIN.
           EXIT.
      *
       011-LEE-REVERSADO.
           READ ARCH-REVERSADOS
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   ADD 1                TO WS-TOT-REV-LEIDOS
                   IF REV-ES-ABONO
                      ADD 1             TO WS-TOT-REV-ABONOS
                      IF WS-NUM-REV NOT < WSC-MAX-REV
                         DISPLAY W000-PROG ' FOLIOS REVERSADOS EXCEDEN'
                                 ' LA TABLA DE ' WSC-MAX-REV
                                 ' ENTRADAS'
                         PERFORM 999-ABORTA
                      END-IF
                      ADD 1             TO WS-NUM-REV
                      MOVE REV-IEMPR    TO REV-E-IEMPR (WS-NUM-REV)
                      MOVE REV-IREF-ORIGINAL
                                        TO REV-E-IREF  (WS-NUM-REV)
                      MOVE REV-FECHA-REVERSO
                                        TO REV-E-FECHA (WS-NUM-REV)
                      MOVE 'N'          TO REV-E-USADA (WS-NUM-REV)
                   END-IF
           END-READ.
       011-FIN.
           EXIT.
      *
      ******************************************************************
      *    CARGA LOS UUID SUSTITUTOS A MEMORIA                         *
      ******************************************************************
       012-CARGA-SUSTITUTOS.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 013-LEE-SUSTITUTO UNTIL WS-FIN-ARCHIVO-SI.
       012-FIN.
           EXIT.
      *
       013-LEE-SUSTITUTO.
           READ ARCH-SUSTITUTOS
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   ADD 1                TO WS-TOT-SUS-LEIDOS
                   IF WS-NUM-SUS NOT < WSC-MAX-SUS
                      DISPLAY W000-PROG ' UUID SUSTITUTOS EXCEDEN LA '
                              'TABLA DE ' WSC-MAX-SUS ' ENTRADAS'
                      PERFORM 999-ABORTA
                   END-IF
                   ADD 1                TO WS-NUM-SUS
                   MOVE SUS-IEMPR       TO SUS-E-IEMPR (WS-NUM-SUS)
                   MOVE SUS-NUM-OPERAC-IREF
                                        TO SUS-E-IREF  (WS-NUM-SUS)
                   MOVE SUS-UUID-SUSTITUTO
                                        TO SUS-E-UUID  (WS-NUM-SUS)
           END-READ.
       013-FIN.
           EXIT.
      *
      ******************************************************************
      *    CARGA LOS ACUSES DE CANCELACION DEL PAC A MEMORIA           *
      ******************************************************************
       014-CARGA-ACUSES.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 015-LEE-ACUSE UNTIL WS-FIN-ARCHIVO-SI.
       014-FIN.
           EXIT.
      *
       015-LEE-ACUSE.
           READ ARCH-ACUSE-CANC
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   ADD 1                TO WS-TOT-ACU-LEIDOS
                   IF WS-NUM-ACU NOT < WSC-MAX-ACU
                      DISPLAY W000-PROG ' ACUSES DE CANCELACION EXCEDEN'
                              ' LA TABLA DE ' WSC-MAX-ACU ' ENTRADAS'
                      PERFORM 999-ABORTA
                   END-IF
                   ADD 1                TO WS-NUM-ACU
                   MOVE ACU-UUID        TO ACU-E-UUID    (WS-NUM-ACU)
                   MOVE ACU-NUM-OPERAC-IREF
                                        TO ACU-E-IREF    (WS-NUM-ACU)
                   MOVE ACU-CCTAINVPAT  TO ACU-E-CCTA    (WS-NUM-ACU)
                   MOVE ACU-ESTATUS     TO ACU-E-ESTATUS (WS-NUM-ACU)
                   MOVE ACU-MOTIVO      TO ACU-E-MOTIVO  (WS-NUM-ACU)
                   MOVE 'N'             TO ACU-E-USADA   (WS-NUM-ACU)
           END-READ.
       015-FIN.
           EXIT.
      *
      ******************************************************************
      *    RECORRE EL HISTORICO COMPLETO: MARCA LOS RENGLONES          *
      *    REVERSADOS, APLICA LOS ACUSES A LOS SOLICITADOS Y SOLICITA  *
      *    LA CANCELACION DE LOS REVERSADOS QUE YA TIENEN UUID; EL     *
      *    RENGLON SE REESCRIBE EN SITIO SOLO SI CAMBIO SU ESTATUS     *
      ******************************************************************
       020-RECORRE-HISTORICO.
           MOVE 'N'                     TO WS-FIN-ARCHIVO.
           PERFORM 021-PROCESA-HISTORICO UNTIL WS-FIN-ARCHIVO-SI.
       020-FIN.
           EXIT.
      *
       021-PROCESA-HISTORICO.
           READ ARCH-HIST NEXT RECORD
                AT END MOVE 'S'         TO WS-FIN-ARCHIVO
                NOT AT END
                   ADD 1                TO WS-TOT-HIST-LEIDOS
      * SDAT-40181I
                   MOVE HDET-ESTATUS-CFDI TO WS-ESTATUS-CFDI-ANT
      * SDAT-40181F
                   IF HDET-IREF NOT = ZEROS
                      PERFORM 025-MARCA-REVERSADO
                      IF HDET-CFDI-SOLICITADO
                         PERFORM 030-APLICA-ACUSE
                      END-IF
                      IF HDET-CFDI-REVERSADO
                         PERFORM 040-SOLICITA-CANCELACION
                      END-IF
                   END-IF
      * SDAT-40181I
                   IF HDET-ESTATUS-CFDI NOT = WS-ESTATUS-CFDI-ANT
                      REWRITE REG-HIST
                              INVALID KEY
                                 DISPLAY W000-PROG ' NO SE PUDO '
                                         'ACTUALIZAR ' HDET-LLAVE
                                         ' FS=' WS-FS-HIST
                                 PERFORM 999-ABORTA
                      END-REWRITE
                      ADD 1             TO WS-TOT-HIST-REESCRITOS
                   END-IF
      * SDAT-40181F
           END-READ.
       021-FIN.
           EXIT.
      *
      ******************************************************************
      *    UN RENGLON CUYO FOLIO APARECE EN LOS REVERSADOS PASA A 'R'  *
      *    (SI ESTABA VIGENTE, O SI SU CANCELACION HABIA SIDO          *
      *    RECHAZADA: VOLVER A REVERSARLO ES LA FORMA DE REINTENTAR)   *
      ******************************************************************
       025-MARCA-REVERSADO.
           MOVE HDET-IEMPR              TO WS-LLAVE-REV-IEMPR.
           MOVE HDET-IREF               TO WS-LLAVE-REV-IREF.
           MOVE 'N'                     TO WS-REV-HALLADA.
           PERFORM 026-BUSCA-REVERSADO
              VARYING WS-IX-REV FROM 1 BY 1
                UNTIL WS-IX-REV > WS-NUM-REV
                   OR WS-REV-HALLADA-SI.
           IF WS-REV-HALLADA-SI
              MOVE 'S'                  TO REV-E-USADA (WS-KX-REV)
              IF HDET-CFDI-VIGENTE
              OR HDET-CFDI-RECHAZADO
                 MOVE 'R'               TO HDET-ESTATUS-CFDI
                 ADD 1                  TO WS-TOT-HIST-REVERSADOS
              END-IF
           END-IF.
       025-FIN.
           EXIT.
      *
       026-BUSCA-REVERSADO.
           IF REV-E-LLAVE (WS-IX-REV) = WS-LLAVE-REV
              SET WS-REV-HALLADA-SI     TO TRUE
              MOVE WS-IX-REV            TO WS-KX-REV
           END-IF.
       026-FIN.
           EXIT.
      *
      ******************************************************************
      *    BUSCA EL ACUSE DEL UUID SOLICITADO: 'CA' LO DEJA CANCELADO, *
      *    'RE' LO DEJA RECHAZADO Y EN LA LISTA DE TRABAJO; SIN ACUSE  *
      *    SIGUE SOLICITADO                                            *
      ******************************************************************
       030-APLICA-ACUSE.
           MOVE 'N'                     TO WS-ACU-HALLADO.
           PERFORM 031-BUSCA-ACUSE
              VARYING WS-IX-ACU FROM 1 BY 1
                UNTIL WS-IX-ACU > WS-NUM-ACU
                   OR WS-ACU-HALLADO-SI.
           IF WS-ACU-HALLADO-SI
              MOVE 'S'                  TO ACU-E-USADA (WS-KX-ACU)
              IF ACU-E-ESTATUS (WS-KX-ACU) = 'CA'
                 MOVE 'C'               TO HDET-ESTATUS-CFDI
                 ADD 1                  TO WS-TOT-CANCELADOS
              ELSE
                 MOVE 'X'               TO HDET-ESTATUS-CFDI
                 ADD 1                  TO WS-TOT-CANC-RECHAZADAS
                 MOVE 'CANC.RECHAZADA'  TO W1-01-DET-SITUACION
                 MOVE HDET-IREF         TO W1-01-DET-IREF
                 MOVE HDET-CCTAINVPAT   TO W1-01-DET-CCTA
                 MOVE HDET-IRFC         TO W1-01-DET-IRFC
                 MOVE HDET-UUID         TO W1-01-DET-UUID
                 MOVE ACU-E-MOTIVO (WS-KX-ACU) TO W1-01-DET-MOTIVO
                 PERFORM 050-GRABA-RENGLON
              END-IF
           END-IF.
       030-FIN.
           EXIT.
      *
       031-BUSCA-ACUSE.
           IF ACU-E-UUID (WS-IX-ACU) = HDET-UUID
              SET WS-ACU-HALLADO-SI     TO TRUE
              MOVE WS-IX-ACU            TO WS-KX-ACU
           END-IF.
       031-FIN.
           EXIT.
      *
      ******************************************************************
      *    ESCRIBE LA SOLICITUD DE CANCELACION DEL RENGLON REVERSADO;  *
      *    SI AUN NO TIENE UUID QUEDA EN 'R' Y SE SOLICITA EN LA       *
      *    CORRIDA EN QUE ZM4PA001 LO HAYA ESTAMPADO                   *
      ******************************************************************
       040-SOLICITA-CANCELACION.
           IF HDET-UUID = SPACES
              ADD 1                     TO WS-TOT-PEND-SIN-UUID
           ELSE
              INITIALIZE                   REG-SOL-CANC
              MOVE HDET-IEMPR           TO SCN-IEMPR
              MOVE HDET-IREF            TO SCN-NUM-OPERAC-IREF
              MOVE HDET-CCTAINVPAT      TO SCN-CCTAINVPAT
              MOVE HDET-IRFC            TO SCN-IRFC
              MOVE HDET-UUID            TO SCN-UUID
              MOVE HDET-MONTO           TO SCN-MONTO
              MOVE HDET-FECHA           TO SCN-FECHA-EMISION
              MOVE WS-FECHA-SOLICITUD   TO SCN-FECHA-SOLICITUD
              MOVE 'N'                  TO WS-SUS-HALLADA
              PERFORM 041-BUSCA-SUSTITUTO
                 VARYING WS-IX-SUS FROM 1 BY 1
                   UNTIL WS-IX-SUS > WS-NUM-SUS
                      OR WS-SUS-HALLADA-SI
              IF WS-SUS-HALLADA-SI
                 MOVE '01'              TO SCN-MOTIVO-SAT
                 MOVE SUS-E-UUID (WS-KX-SUS) TO SCN-UUID-SUSTITUTO
                 ADD 1                  TO WS-TOT-SOL-SUSTITUCION
              ELSE
                 MOVE '03'              TO SCN-MOTIVO-SAT
                 MOVE SPACES            TO SCN-UUID-SUSTITUTO
              END-IF
              WRITE REG-SOL-CANC
              MOVE 'S'                  TO HDET-ESTATUS-CFDI
              ADD 1                     TO WS-TOT-SOLICITUDES
              ADD HDET-MONTO            TO WS-TOT-MNT-SOLICITADO
           END-IF.
       040-FIN.
           EXIT.
      *
       041-BUSCA-SUSTITUTO.
           IF SUS-E-IEMPR (WS-IX-SUS) = HDET-IEMPR
           AND SUS-E-IREF (WS-IX-SUS) = HDET-IREF
              SET WS-SUS-HALLADA-SI     TO TRUE
              MOVE WS-IX-SUS            TO WS-KX-SUS
           END-IF.
       041-FIN.
           EXIT.
      *
       050-GRABA-RENGLON.
           IF WS-ENCAB-RPT = ZEROS
              WRITE REG-RPT-CANC      FROM W1-01-ENCA
              WRITE REG-RPT-CANC      FROM W1-02-ENCA
              WRITE REG-RPT-CANC      FROM W1-03-ENCA
              ADD 1                     TO WS-ENCAB-RPT
           END-IF.
           WRITE REG-RPT-CANC         FROM W1-01-DETA.
       050-FIN.
           EXIT.
      *
      ******************************************************************
      *    LOS REVERSOS SIN RENGLON EN EL HISTORICO Y LOS ACUSES QUE   *
      *    NO EMPATARON CON UN UUID SOLICITADO SON LISTA DE TRABAJO    *
      ******************************************************************
       060-REPORTA-SOBRANTES.
           PERFORM 061-REVISA-REVERSADO
              VARYING WS-IX-REV FROM 1 BY 1
                UNTIL WS-IX-REV > WS-NUM-REV.
           PERFORM 062-REVISA-ACUSE
              VARYING WS-IX-ACU FROM 1 BY 1
                UNTIL WS-IX-ACU > WS-NUM-ACU.
       060-FIN.
           EXIT.
      *
       061-REVISA-REVERSADO.
           IF REV-E-USADA (WS-IX-REV) = 'N'
              ADD 1                     TO WS-TOT-REV-SIN-HIST
              MOVE 'REV.SIN HISTOR.'    TO W1-01-DET-SITUACION
              MOVE REV-E-IREF (WS-IX-REV) TO W1-01-DET-IREF
              MOVE SPACES               TO W1-01-DET-CCTA
              MOVE SPACES               TO W1-01-DET-IRFC
              MOVE SPACES               TO W1-01-DET-UUID
              MOVE 'FOLIO REVERSADO SIN HISTORICO'
                                        TO W1-01-DET-MOTIVO
              PERFORM 050-GRABA-RENGLON
           END-IF.
       061-FIN.
           EXIT.
      *
       062-REVISA-ACUSE.
           IF ACU-E-USADA (WS-IX-ACU) = 'N'
              ADD 1                     TO WS-TOT-ACU-SIN-HIST
              MOVE 'ACUSE SIN SOLIC'    TO W1-01-DET-SITUACION
              MOVE ACU-E-IREF (WS-IX-ACU) TO W1-01-DET-IREF
              MOVE ACU-E-CCTA (WS-IX-ACU) TO W1-01-DET-CCTA
              MOVE SPACES               TO W1-01-DET-IRFC
              MOVE ACU-E-UUID (WS-IX-ACU) TO W1-01-DET-UUID
              MOVE ACU-E-MOTIVO (WS-IX-ACU) TO W1-01-DET-MOTIVO
              PERFORM 050-GRABA-RENGLON
           END-IF.
       062-FIN.
           EXIT.
      *
      ******************************************************************
      *    CIERRA ARCHIVOS                                            *
      ******************************************************************
       080-CIERRA-ARCHIVOS.
           CLOSE ARCH-REVERSADOS
                 ARCH-SUSTITUTOS
                 ARCH-ACUSE-CANC
                 ARCH-HIST
                 ARCH-SOL-CANC
                 ARCH-RPT-CANC.
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
           DISPLAY W000-PROG ' CIFRAS DE CONTROL DE CANCELACION CFDI'
           DISPLAY W000-PROG '   FOLIOS REVERSADOS LEIDOS : '
                   WS-TOT-REV-LEIDOS
           DISPLAY W000-PROG '   ABONOS REVERSADOS        : '
                   WS-TOT-REV-ABONOS
           DISPLAY W000-PROG '   UUID SUSTITUTOS LEIDOS   : '
                   WS-TOT-SUS-LEIDOS
           DISPLAY W000-PROG '   ACUSES LEIDOS            : '
                   WS-TOT-ACU-LEIDOS
           DISPLAY W000-PROG '   RENGLONES DE HISTORICO   : '
                   WS-TOT-HIST-LEIDOS
           DISPLAY W000-PROG '   RENGLONES MARCADOS REV.  : '
                   WS-TOT-HIST-REVERSADOS
      * SDAT-40181I
           DISPLAY W000-PROG '   RENGLONES ACTUALIZADOS   : '
                   WS-TOT-HIST-REESCRITOS
      * SDAT-40181F
           DISPLAY W000-PROG '   SOLICITUDES ESCRITAS     : '
                   WS-TOT-SOLICITUDES
           DISPLAY W000-PROG '   SOLICITUDES CON SUSTITUTO: '
                   WS-TOT-SOL-SUSTITUCION
           DISPLAY W000-PROG '   MONTO SOLICITADO         : '
                   WS-TOT-MNT-SOLICITADO
           DISPLAY W000-PROG '   CFDI CANCELADOS          : '
                   WS-TOT-CANCELADOS
           DISPLAY W000-PROG '   CANCELACIONES RECHAZADAS : '
                   WS-TOT-CANC-RECHAZADAS
           DISPLAY W000-PROG '   REVERSADOS SIN UUID AUN  : '
                   WS-TOT-PEND-SIN-UUID
           DISPLAY W000-PROG '   REVERSOS SIN HISTORICO   : '
                   WS-TOT-REV-SIN-HIST
           DISPLAY W000-PROG '   ACUSES SIN SOLICITUD     : '
                   WS-TOT-ACU-SIN-HIST
           GOBACK.
       999-FIN.
           EXIT.
      *
      ******************************************************************
      *  TERMINA PROGRAMA ZM4CN001                                     *
      ******************************************************************
