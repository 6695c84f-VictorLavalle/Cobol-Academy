       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZM4CX001.
       AUTHOR. GESFOR (MEXICO), S.A. DE C.V.
       DATE-WRITTEN. MAYO 2025.
       DATE-COMPILED.
      *
      /
      ******************************************************************
      **                                                               *
      *   " S I V A   -   C R U C E   F I S C A L   D O N A N T E S "  *
      *                                                                *
      *  OBJETIVO: CRUZAR CADA MES EL DETALLE POR DONANTE (ZME097HD)   *
      *            CONTRA LA DESCARGA DE PERSONAS VALIDADA CONTRA EL   *
      *            SAT (MISCLIEN, TABLA PEDT001) POR CUENTA, Y LISTAR  *
      *            PARA SU CORRECCION EN EL ORIGEN:                    *
      *              - RFC DEL DONATIVO DISTINTO AL DE PEDT001         *
      *              - NOMBRE DEL DONATIVO DISTINTO AL DE PEDT001      *
      *              - DONANTES CUYO RFC EN PEDT001 NO PASO LA         *
      *                VALIDACION ESTRUCTURAL DE ZM3CB001 (REPORTE5)   *
      *              - CUENTAS DONANTES SIN PERSONA EN PEDT001         *
      *                                                                *
      *  NOTA:     LA CUENTA DEL DONATIVO (CCTAINVPAT) ES EL CONTRATO  *
      *            DE PEDT001 ALINEADO A LA IZQUIERDA. MISCLIEN Y      *
      *            REPORTE5 LLEGAN EN ORDEN DE CONTRATO + SECUENCIA,   *
      *            COMO LOS DEJA ZM3CB001; SI NO, SE ABORTA. EL RFC    *
      *            SE BUSCA EN TODAS LAS PERSONAS DEL CONTRATO (LOS    *
      *            COTITULARES TAMBIEN DONAN); SI NINGUNA LO TIENE SE  *
      *            COMPARA CONTRA LA PRIMERA SECUENCIA (TITULAR). LOS  *
      *            NOMBRES SE COMPARAN EN MAYUSCULAS, SIN SIGNOS Y     *
      *            CON UN SOLO ESPACIO ENTRE PALABRAS.                 *
      *                                                                *
      ******************************************************************
      *                                                                *
      *----------------------------------------------------------------*
      *    MARCA      AUTOR    FECHA             DESCRIPCION           *
      * ----------- --------- -------- --------------------------------*
      * SDAT-40183I  XLR0921  25MAY25 VERSION INICIAL.                 *
      * SDAT-40183F  XLR0921                                           *
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
      *    TARJETA DE PARAMETROS: ANOMES DEL CRUCE
           SELECT ARCH-PARM-CX       ASSIGN TO UT-S-ZM4CX0P.
      *
      *    HISTORICO DE DETALLE POR DONANTE DE ZM4DJ097
      *    (KSDS RFC + ANOMES + IREF)
           SELECT ARCH-HIST-KSDS     ASSIGN TO ZME097HD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS HKS-LLAVE
                  FILE STATUS  IS WS-FS-HIST-KSDS.
      *
      *    ARCHIVO DE TRABAJO DEL SORT
           SELECT ARCH-SORT-CX       ASSIGN TO SORTWK01.
      *
      *    PERSONAS (DESCARGA DE PEDT001 QUE USA ZM3CB001, 469 BYTES)
           SELECT ARCH-PERSONAS      ASSIGN TO MISCLIEN.
      *
      *    PERSONAS CON RFC/CURP INVALIDOS DE ZM3CB001 (90 BYTES)
           SELECT ARCH-REP5          ASSIGN TO REPORTE5.
      *
      *    REPORTE DE DIFERENCIAS
           SELECT ARCH-RPT-CRUCE     ASSIGN TO UT-S-ZM4CX0RP.
      *
      /
      ******************************************************************
      *   DATA DIVISION                                                *
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *
       FD  ARCH-PARM-CX
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-PARM-CX
           RECORD CONTAINS 10 CHARACTERS.
       01  REG-PARM-CX.
           05 PARM-ANOMES-CX             PIC 9(06).
           05 FILLER                     PIC X(04).
      *
      ******************************************************************
      *  HISTORICO DE DETALLE POR DONANTE: EL RENGLON DE 260 BYTES     *
      *  MAS LA LLAVE AL FINAL                                         *
      ******************************************************************
       FD  ARCH-HIST-KSDS
           LABEL RECORD IS STANDARD
           DATA RECORD   IS  REG-HIST-KSDS
           RECORD CONTAINS 290 CHARACTERS.
       01  REG-HIST-KSDS.
           05 HKS-RENGLON                PIC X(260).
           05 HKS-LLAVE.
              10 HKS-IRFC                PIC X(15).
              10 HKS-ANOMES              PIC 9(06).
              10 HKS-IREF                PIC 9(09).
      *
      ******************************************************************
      *  ARCHIVO DE TRABAJO DEL SORT (CUENTA + RFC + IREF)             *
      ******************************************************************
       SD  ARCH-SORT-CX
           DATA RECORD   IS  REG-SORT-CX
           RECORD CONTAINS 134 CHARACTERS.
       01  REG-SORT-CX.
           05 SRT-CCTAINVPAT             PIC X(10).
           05 SRT-IRFC                   PIC X(15).
           05 SRT-IREF                   PIC 9(09).
           05 SRT-NOMBRE                 PIC X(100).
      *
      ******************************************************************
      *  PERSONAS (LAYOUT DE ZM3CB001)                                 *
      ******************************************************************
       FD  ARCH-PERSONAS
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-PERSONAS
           RECORD CONTAINS 469 CHARACTERS.
       01  REG-PERSONAS.
           05 CAT-CVE-IDEN               PIC X(01).
           05 CAT-CVE-EMP                PIC X(04).
           05 CAT-RFC                    PIC X(13).
           05 CAT-CURP                   PIC X(18).
           05 CAT-NOMBRE                 PIC X(150).
           05 CAT-DOMICILIO              PIC X(160).
           05 CAT-TPO-PER                PIC X(01).
           05 CAT-CONTRATO               PIC X(30).
           05 CAT-SECUENCIA              PIC X(10).
           05 FILLER                     PIC X(82).
      *
      ******************************************************************
      *  RFC/CURP INVALIDOS (LAYOUT DE ZM3CB001)                       *
      ******************************************************************
       FD  ARCH-REP5
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-REP5
           RECORD CONTAINS 90 CHARACTERS.
       01  REG-REP5.
           05 REP5-CONTRATO              PIC X(30).
           05 REP5-SECUENCI              PIC X(10).
           05 REP5-RFC                   PIC X(13).
           05 REP5-RAZON-COD             PIC X(02).
              88 REP5-RAZON-RFC                     VALUE '01' '02'.
           05 REP5-RAZON-DESC            PIC X(25).
           05 REP5-SUCURSAL              PIC X(03).
           05 FILLER                     PIC X(07).
      *
       FD  ARCH-RPT-CRUCE
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-RPT-CRUCE
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-RPT-CRUCE                 PIC X(132).
      *
      ******************************************************************
      *  WORKING STORAGE SECTION                                       *
      ******************************************************************
       WORKING-STORAGE SECTION.
      *
       01 W000-PROG                  PIC X(08)       VALUE 'ZM4CX001'.
      *
       01 WS-FS-HIST-KSDS            PIC X(02)       VALUE ZEROS.
       01 WS-ANOMES-CX               PIC 9(06)       VALUE ZEROS.
      *
      ******************************************************************
      *  RENGLON DEL HISTORICO EN TURNO (LAYOUT DE ZM4DJ097)           *
      ******************************************************************
       01 WS-REG-HIST-CX.
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
           05 FILLER                     PIC X(05).
      *
      ******************************************************************
      *  DONATIVO EN TURNO (LO ENTREGA EL SORT) Y DONANTE DEL GRUPO    *
      *  CUENTA + RFC; DEL GRUPO SE CONSERVA EL ULTIMO NOMBRE          *
      ******************************************************************
       01 WS-REG-DON.
           05 DON-CCTAINVPAT             PIC X(10).
           05 DON-IRFC                   PIC X(15).
           05 DON-IREF                   PIC 9(09).
           05 DON-NOMBRE                 PIC X(100).
      *
       01 WS-GRP-CCTAINVPAT          PIC X(10)       VALUE SPACES.
       01 WS-GRP-IRFC                PIC X(15)       VALUE SPACES.
          88 WS-GRP-RFC-GENERICO                     VALUE SPACES
                                                 'XAXX010101000'.
       01 WS-GRP-NOMBRE              PIC X(100)      VALUE SPACES.
      *
       01 WS-FIN-HIST                PIC X(01)       VALUE 'N'.
          88 WS-FIN-HIST-SI                          VALUE 'S'.
       01 WS-FIN-SORT                PIC X(01)       VALUE 'N'.
          88 WS-FIN-SORT-SI                          VALUE 'S'.
       01 WS-FIN-PER                 PIC X(01)       VALUE 'N'.
          88 WS-FIN-PER-SI                           VALUE 'S'.
       01 WS-FIN-REP5                PIC X(01)       VALUE 'N'.
          88 WS-FIN-REP5-SI                          VALUE 'S'.
      *
      **** CONTRATO BUSCADO (LA CUENTA ALINEADA A LA IZQUIERDA), EL
      **** ULTIMO CARGADO Y EL ULTIMO LEIDO DE CADA ARCHIVO, PARA
      **** VALIDAR EL ORDEN
       01 WS-CONTRATO-BUS            PIC X(30)       VALUE SPACES.
       01 WS-CONTRATO-CARGADO        PIC X(30)       VALUE LOW-VALUES.
       01 WS-PER-ANT                 PIC X(40)       VALUE LOW-VALUES.
       01 WS-PER-ACT.
          05 WS-PER-ACT-CONTRATO     PIC X(30).
          05 WS-PER-ACT-SECUENCIA    PIC X(10).
       01 WS-REP5-ANT                PIC X(40)       VALUE LOW-VALUES.
       01 WS-REP5-ACT.
          05 WS-REP5-ACT-CONTRATO    PIC X(30).
          05 WS-REP5-ACT-SECUENCI    PIC X(10).
      *
      ******************************************************************
      *  PERSONAS DEL CONTRATO EN TURNO                                *
      ******************************************************************
       01 WSC-MAX-PER                PIC 9(03)       VALUE 050.
       01 WS-NUM-PER                 PIC 9(03)       COMP VALUE ZEROS.
       01 WS-IX-PER                  PIC 9(03)       COMP VALUE ZEROS.
       01 WS-IX-PER-HALLADA          PIC 9(03)       COMP VALUE ZEROS.
       01 TABLA-PERSONAS.
          05 PER-ENT                 OCCURS 50 TIMES.
             10 PER-SECUENCIA        PIC X(10).
             10 PER-RFC              PIC X(13).
             10 PER-NOMBRE           PIC X(150).
      *
      ******************************************************************
      *  SECUENCIAS DEL CONTRATO EN TURNO CON RFC INVALIDO EN REPORTE5 *
      ******************************************************************
       01 WSC-MAX-INV                PIC 9(03)       VALUE 050.
       01 WS-NUM-INV                 PIC 9(03)       COMP VALUE ZEROS.
       01 WS-IX-INV                  PIC 9(03)       COMP VALUE ZEROS.
       01 TABLA-INVALIDOS.
          05 INV-ENT                 OCCURS 50 TIMES.
             10 INV-SECUENCI         PIC X(10).
             10 INV-RAZON-DESC       PIC X(25).
      *
      ******************************************************************
      *  NORMALIZACION DE NOMBRES                                      *
      ******************************************************************
       01 WS-NOM-ENT                 PIC X(150)      VALUE SPACES.
       01 WS-NOM-SAL                 PIC X(150)      VALUE SPACES.
       01 WS-NOM-DONANTE             PIC X(150)      VALUE SPACES.
       01 WS-NOM-PERSONA             PIC X(150)      VALUE SPACES.
       01 WS-IX-NOM                  PIC 9(03)       COMP VALUE ZEROS.
       01 WS-IX-SAL                  PIC 9(03)       COMP VALUE ZEROS.
       01 WS-ESPACIO-PEND            PIC X(01)       VALUE 'N'.
          88 WS-ESPACIO-PEND-SI                      VALUE 'S'.
      *
      ******************************************************************
      *  CIFRAS DE CONTROL                                             *
      ******************************************************************
       01 WS-TOT-REG-LEIDOS          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-REG-MES             PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-SIN-CUENTA          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-DONANTES            PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-PERSONAS            PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-REP5                PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-DIF-RFC             PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-DIF-NOMBRE          PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-RFC-INVALIDO        PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-SIN-PERSONA         PIC 9(09)       VALUE ZEROS.
      *
      ******************************************************************
      *  RENGLONES DEL REPORTE                                         *
      ******************************************************************
       01  C1-01-ENCA.
           05 FILLER                 PIC X(44) VALUE
             '   CRUCE DE DATOS FISCALES DE DONANTES CONTR'.
           05 FILLER                 PIC X(22) VALUE
             'A PEDT001    PERIODO  '.
           05 C1-01-ANOMES           PIC 9(06).
           05 FILLER                 PIC X(60) VALUE SPACES.
      *
       01  C1-02-ENCA.
           05 FILLER                 PIC X(44) VALUE
             ' CUENTA     SECUENCIA  DIFERENCIA           '.
           05 FILLER                 PIC X(44) VALUE
             '   RFC DONATIVO    RFC PEDT001   NOMBRE DONA'.
           05 FILLER                 PIC X(44) VALUE
             'TIVO           NOMBRE PEDT001               '.
      *
       01  C1-03-ENCA.
           05 FILLER                 PIC X(132) VALUE ALL '-'.
      *
       01  C1-01-DETA.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 C1-01-DET-CUENTA       PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 C1-01-DET-SECUENCIA    PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 C1-01-DET-DIFERENCIA   PIC X(23).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 C1-01-DET-RFC-DON      PIC X(15).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 C1-01-DET-RFC-PER      PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 C1-01-DET-NOM-DON      PIC X(25).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 C1-01-DET-NOM-PER      PIC X(25).
           05 FILLER                 PIC X(04) VALUE SPACES.
      *
      ******************************************************************
      *  PROCEDURE DIVISION                                            *
      ******************************************************************
       PROCEDURE DIVISION.
      *
           PERFORM 005-ABRE-ARCHIVOS.
           SORT ARCH-SORT-CX
                ON ASCENDING KEY SRT-CCTAINVPAT
                                 SRT-IRFC
                                 SRT-IREF
                INPUT  PROCEDURE IS 010-SELECCIONA-DONATIVOS
                OUTPUT PROCEDURE IS 030-CRUZA-DONANTES.
           IF SORT-RETURN NOT = ZEROS
              DISPLAY W000-PROG ' FALLA EN EL SORT DE DONATIVOS, '
                      'SORT-RETURN=' SORT-RETURN
              PERFORM 999-ABORTA
           END-IF.
           PERFORM 080-CIERRA-ARCHIVOS.
           PERFORM 999-TERMINA.
      *
       005-ABRE-ARCHIVOS.
           OPEN INPUT  ARCH-PARM-CX.
           READ ARCH-PARM-CX            INTO REG-PARM-CX
                AT END
                   DISPLAY W000-PROG ' FALTA TARJETA DE PARAMETROS'
                   CLOSE ARCH-PARM-CX
                   PERFORM 999-ABORTA
           END-READ.
           CLOSE       ARCH-PARM-CX.
           IF PARM-ANOMES-CX IS NOT NUMERIC
           OR PARM-ANOMES-CX = ZEROS
              DISPLAY W000-PROG ' ANOMES DE PARAMETRO INVALIDO: '
                      PARM-ANOMES-CX
              PERFORM 999-ABORTA
           END-IF.
           MOVE PARM-ANOMES-CX          TO WS-ANOMES-CX.
           OPEN INPUT  ARCH-HIST-KSDS.
           IF WS-FS-HIST-KSDS NOT = '00' AND NOT = '97'
              DISPLAY W000-PROG ' NO SE PUDO ABRIR EL HISTORICO '
                      'ZME097HD, FILE STATUS=' WS-FS-HIST-KSDS
              PERFORM 999-ABORTA
           END-IF.
           OPEN INPUT  ARCH-PERSONAS
                       ARCH-REP5.
           OPEN OUTPUT ARCH-RPT-CRUCE.
           MOVE WS-ANOMES-CX            TO C1-01-ANOMES.
           WRITE REG-RPT-CRUCE        FROM C1-01-ENCA.
           WRITE REG-RPT-CRUCE        FROM C1-02-ENCA.
           WRITE REG-RPT-CRUCE        FROM C1-03-ENCA.
       005-FIN.
           EXIT.
      *
      ******************************************************************
      *    PROCEDIMIENTO DE ENTRADA DEL SORT: LOS DONATIVOS DEL MES    *
      *    CON CUENTA; EL KSDS SE RECORRE COMPLETO PORQUE SU LLAVE     *
      *    EMPIEZA POR RFC                                             *
      ******************************************************************
       010-SELECCIONA-DONATIVOS.
           PERFORM 011-LEE-HISTORICO.
           PERFORM 012-LIBERA-DONATIVO UNTIL WS-FIN-HIST-SI.
       010-FIN.
           EXIT.
      *
       011-LEE-HISTORICO.
           READ ARCH-HIST-KSDS NEXT RECORD
                AT END MOVE 'S'         TO WS-FIN-HIST
                NOT AT END ADD 1        TO WS-TOT-REG-LEIDOS
           END-READ.
           IF WS-FIN-HIST-SI
              CONTINUE
           ELSE
              IF WS-FS-HIST-KSDS NOT = '00'
                 DISPLAY W000-PROG ' ERROR AL LEER EL HISTORICO '
                         'ZME097HD, FILE STATUS=' WS-FS-HIST-KSDS
                 PERFORM 999-ABORTA
              END-IF
           END-IF.
       011-FIN.
           EXIT.
      *
       012-LIBERA-DONATIVO.
           IF HKS-ANOMES = WS-ANOMES-CX
              ADD 1                     TO WS-TOT-REG-MES
              MOVE HKS-RENGLON          TO WS-REG-HIST-CX
              IF HDET-CCTAINVPAT = SPACES OR LOW-VALUES
                 ADD 1                  TO WS-TOT-SIN-CUENTA
              ELSE
                 MOVE HDET-CCTAINVPAT   TO SRT-CCTAINVPAT
                 MOVE HDET-IRFC         TO SRT-IRFC
                 INSPECT SRT-IRFC
                         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                 MOVE HDET-IREF         TO SRT-IREF
                 MOVE HDET-NOMBRE       TO SRT-NOMBRE
                 RELEASE REG-SORT-CX
              END-IF
           END-IF.
           PERFORM 011-LEE-HISTORICO.
       012-FIN.
           EXIT.
      *
      ******************************************************************
      *    PROCEDIMIENTO DE SALIDA DEL SORT: UN CRUCE POR DONANTE      *
      *    (CUENTA + RFC) CONTRA LAS PERSONAS DE SU CONTRATO           *
      ******************************************************************
       030-CRUZA-DONANTES.
           PERFORM 042-LEE-PERSONA.
           PERFORM 046-LEE-REP5.
           PERFORM 031-LEE-DONATIVO.
           PERFORM 032-PROCESA-DONANTE UNTIL WS-FIN-SORT-SI.
       030-FIN.
           EXIT.
      *
       031-LEE-DONATIVO.
           RETURN ARCH-SORT-CX        INTO WS-REG-DON
                AT END MOVE 'S'         TO WS-FIN-SORT
           END-RETURN.
       031-FIN.
           EXIT.
      *
       032-PROCESA-DONANTE.
           MOVE DON-CCTAINVPAT          TO WS-GRP-CCTAINVPAT.
           MOVE DON-IRFC                TO WS-GRP-IRFC.
           ADD 1                        TO WS-TOT-DONANTES.
           PERFORM 033-ACUMULA-DONATIVO
             UNTIL WS-FIN-SORT-SI
                OR DON-CCTAINVPAT NOT = WS-GRP-CCTAINVPAT
                OR DON-IRFC       NOT = WS-GRP-IRFC.
           PERFORM 040-CRUZA-DONANTE.
       032-FIN.
           EXIT.
      *
       033-ACUMULA-DONATIVO.
           MOVE DON-NOMBRE              TO WS-GRP-NOMBRE.
           PERFORM 031-LEE-DONATIVO.
       033-FIN.
           EXIT.
      *
      ******************************************************************
      *    CRUZA EL DONANTE DEL GRUPO CONTRA LAS PERSONAS DE SU        *
      *    CONTRATO Y ESCRIBE UN RENGLON POR CADA DIFERENCIA           *
      ******************************************************************
       040-CRUZA-DONANTE.
           MOVE WS-GRP-CCTAINVPAT       TO WS-CONTRATO-BUS.
           IF WS-CONTRATO-BUS NOT = WS-CONTRATO-CARGADO
              PERFORM 041-CARGA-PERSONAS
              PERFORM 045-CARGA-INVALIDOS
              MOVE WS-CONTRATO-BUS      TO WS-CONTRATO-CARGADO
           END-IF.
           MOVE SPACES                  TO C1-01-DETA.
           MOVE WS-GRP-CCTAINVPAT       TO C1-01-DET-CUENTA.
           MOVE WS-GRP-IRFC             TO C1-01-DET-RFC-DON.
           MOVE WS-GRP-NOMBRE           TO C1-01-DET-NOM-DON.
           IF WS-NUM-PER = ZEROS
              MOVE 'SIN PERSONA EN PEDT001' TO C1-01-DET-DIFERENCIA
              WRITE REG-RPT-CRUCE     FROM C1-01-DETA
              ADD 1                     TO WS-TOT-SIN-PERSONA
           ELSE
      **** LA PERSONA DEL DONANTE ES LA QUE TIENE SU RFC; SI NINGUNA
      **** LO TIENE SE TOMA LA PRIMERA SECUENCIA DEL CONTRATO
              MOVE ZEROS                TO WS-IX-PER-HALLADA
              PERFORM 043-BUSCA-RFC
                 VARYING WS-IX-PER FROM 1 BY 1
                   UNTIL WS-IX-PER > WS-NUM-PER
                      OR WS-IX-PER-HALLADA NOT = ZEROS
              IF WS-IX-PER-HALLADA = ZEROS
                 MOVE 1                 TO WS-IX-PER-HALLADA
                 IF NOT WS-GRP-RFC-GENERICO
                    MOVE 'RFC DISTINTO' TO C1-01-DET-DIFERENCIA
                    PERFORM 048-ESCRIBE-DIFERENCIA
                    ADD 1               TO WS-TOT-DIF-RFC
                 END-IF
              END-IF
              MOVE WS-GRP-NOMBRE        TO WS-NOM-ENT
              PERFORM 050-NORMALIZA-NOMBRE
              MOVE WS-NOM-SAL           TO WS-NOM-DONANTE
              MOVE PER-NOMBRE (WS-IX-PER-HALLADA) TO WS-NOM-ENT
              PERFORM 050-NORMALIZA-NOMBRE
              MOVE WS-NOM-SAL           TO WS-NOM-PERSONA
              IF WS-NOM-DONANTE NOT = WS-NOM-PERSONA
                 MOVE 'NOMBRE DISTINTO' TO C1-01-DET-DIFERENCIA
                 PERFORM 048-ESCRIBE-DIFERENCIA
                 ADD 1                  TO WS-TOT-DIF-NOMBRE
              END-IF
              PERFORM 047-BUSCA-INVALIDO
                 VARYING WS-IX-INV FROM 1 BY 1
                   UNTIL WS-IX-INV > WS-NUM-INV
           END-IF.
       040-FIN.
           EXIT.
      *
      ******************************************************************
      *    CARGA LAS PERSONAS DEL CONTRATO BUSCADO; LAS DE CONTRATOS   *
      *    SIN DONATIVOS SE SALTAN                                     *
      ******************************************************************
       041-CARGA-PERSONAS.
           MOVE ZEROS                   TO WS-NUM-PER.
           PERFORM 042-LEE-PERSONA
             UNTIL WS-FIN-PER-SI
                OR CAT-CONTRATO NOT < WS-CONTRATO-BUS.
           PERFORM 044-GUARDA-PERSONA
             UNTIL WS-FIN-PER-SI
                OR CAT-CONTRATO NOT = WS-CONTRATO-BUS.
       041-FIN.
           EXIT.
      *
       042-LEE-PERSONA.
           READ ARCH-PERSONAS
                AT END MOVE 'S'         TO WS-FIN-PER
                NOT AT END ADD 1        TO WS-TOT-PERSONAS
           END-READ.
           IF NOT WS-FIN-PER-SI
              MOVE CAT-CONTRATO         TO WS-PER-ACT-CONTRATO
              MOVE CAT-SECUENCIA        TO WS-PER-ACT-SECUENCIA
              IF WS-PER-ACT < WS-PER-ANT
                 DISPLAY W000-PROG ' MISCLIEN NO ESTA ORDENADO: '
                         CAT-CONTRATO ' ' CAT-SECUENCIA
                 PERFORM 999-ABORTA
              END-IF
              MOVE WS-PER-ACT           TO WS-PER-ANT
           END-IF.
       042-FIN.
           EXIT.
      *
       043-BUSCA-RFC.
           IF PER-RFC (WS-IX-PER) = WS-GRP-IRFC
              MOVE WS-IX-PER            TO WS-IX-PER-HALLADA
           END-IF.
       043-FIN.
           EXIT.
      *
       044-GUARDA-PERSONA.
           IF WS-NUM-PER NOT < WSC-MAX-PER
              DISPLAY W000-PROG ' PERSONAS DEL CONTRATO ' CAT-CONTRATO
                      ' EXCEDEN LA TABLA DE ' WSC-MAX-PER
              PERFORM 999-ABORTA
           END-IF.
           ADD 1                        TO WS-NUM-PER.
           MOVE CAT-SECUENCIA           TO PER-SECUENCIA (WS-NUM-PER).
           MOVE CAT-RFC                 TO PER-RFC       (WS-NUM-PER).
           INSPECT PER-RFC (WS-NUM-PER)
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE CAT-NOMBRE              TO PER-NOMBRE    (WS-NUM-PER).
           PERFORM 042-LEE-PERSONA.
       044-FIN.
           EXIT.
      *
      ******************************************************************
      *    CARGA LAS SECUENCIAS DEL CONTRATO BUSCADO CUYO RFC NO PASO  *
      *    LA VALIDACION DE ZM3CB001 (LAS RAZONES DE CURP NO APLICAN)  *
      ******************************************************************
       045-CARGA-INVALIDOS.
           MOVE ZEROS                   TO WS-NUM-INV.
           PERFORM 046-LEE-REP5
             UNTIL WS-FIN-REP5-SI
                OR REP5-CONTRATO NOT < WS-CONTRATO-BUS.
           PERFORM 049-GUARDA-INVALIDO
             UNTIL WS-FIN-REP5-SI
                OR REP5-CONTRATO NOT = WS-CONTRATO-BUS.
       045-FIN.
           EXIT.
      *
       046-LEE-REP5.
           READ ARCH-REP5
                AT END MOVE 'S'         TO WS-FIN-REP5
                NOT AT END ADD 1        TO WS-TOT-REP5
           END-READ.
           IF NOT WS-FIN-REP5-SI
              MOVE REP5-CONTRATO        TO WS-REP5-ACT-CONTRATO
              MOVE REP5-SECUENCI        TO WS-REP5-ACT-SECUENCI
              IF WS-REP5-ACT < WS-REP5-ANT
                 DISPLAY W000-PROG ' REPORTE5 NO ESTA ORDENADO: '
                         REP5-CONTRATO ' ' REP5-SECUENCI
                 PERFORM 999-ABORTA
              END-IF
              MOVE WS-REP5-ACT          TO WS-REP5-ANT
           END-IF.
       046-FIN.
           EXIT.
      *
       047-BUSCA-INVALIDO.
           IF INV-SECUENCI (WS-IX-INV) =
              PER-SECUENCIA (WS-IX-PER-HALLADA)
              MOVE INV-RAZON-DESC (WS-IX-INV)
                                        TO C1-01-DET-DIFERENCIA
              PERFORM 048-ESCRIBE-DIFERENCIA
              ADD 1                     TO WS-TOT-RFC-INVALIDO
           END-IF.
       047-FIN.
           EXIT.
      *
       048-ESCRIBE-DIFERENCIA.
           MOVE PER-SECUENCIA (WS-IX-PER-HALLADA)
                                        TO C1-01-DET-SECUENCIA.
           MOVE PER-RFC       (WS-IX-PER-HALLADA)
                                        TO C1-01-DET-RFC-PER.
           MOVE PER-NOMBRE    (WS-IX-PER-HALLADA)
                                        TO C1-01-DET-NOM-PER.
           WRITE REG-RPT-CRUCE        FROM C1-01-DETA.
       048-FIN.
           EXIT.
      *
       049-GUARDA-INVALIDO.
           IF REP5-RAZON-RFC
              IF WS-NUM-INV NOT < WSC-MAX-INV
                 DISPLAY W000-PROG ' RECHAZOS DEL CONTRATO '
                         REP5-CONTRATO ' EXCEDEN LA TABLA DE '
                         WSC-MAX-INV
                 PERFORM 999-ABORTA
              END-IF
              ADD 1                     TO WS-NUM-INV
              MOVE REP5-SECUENCI        TO INV-SECUENCI   (WS-NUM-INV)
              MOVE REP5-RAZON-DESC      TO INV-RAZON-DESC (WS-NUM-INV)
           END-IF.
           PERFORM 046-LEE-REP5.
       049-FIN.
           EXIT.
      *
      ******************************************************************
      *    DEJA EN WS-NOM-SAL EL NOMBRE DE WS-NOM-ENT EN MAYUSCULAS,   *
      *    SIN SIGNOS Y CON UN SOLO ESPACIO ENTRE PALABRAS             *
      ******************************************************************
       050-NORMALIZA-NOMBRE.
           INSPECT WS-NOM-ENT
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-NOM-ENT
                   CONVERTING '.,;:-/()' TO '        '.
           INSPECT WS-NOM-ENT REPLACING ALL LOW-VALUES BY SPACES.
           MOVE SPACES                  TO WS-NOM-SAL.
           MOVE ZEROS                   TO WS-IX-SAL.
           MOVE 'N'                     TO WS-ESPACIO-PEND.
           PERFORM 051-COPIA-CARACTER
              VARYING WS-IX-NOM FROM 1 BY 1
                UNTIL WS-IX-NOM > 150.
       050-FIN.
           EXIT.
      *
       051-COPIA-CARACTER.
           IF WS-NOM-ENT (WS-IX-NOM:1) = SPACE
              IF WS-IX-SAL > ZEROS
                 MOVE 'S'               TO WS-ESPACIO-PEND
              END-IF
           ELSE
              IF WS-ESPACIO-PEND-SI
                 ADD 1                  TO WS-IX-SAL
                 MOVE 'N'               TO WS-ESPACIO-PEND
              END-IF
              ADD 1                     TO WS-IX-SAL
              MOVE WS-NOM-ENT (WS-IX-NOM:1)
                                        TO WS-NOM-SAL (WS-IX-SAL:1)
           END-IF.
       051-FIN.
           EXIT.
      *
       080-CIERRA-ARCHIVOS.
           CLOSE ARCH-HIST-KSDS
                 ARCH-PERSONAS
                 ARCH-REP5
                 ARCH-RPT-CRUCE.
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
           DISPLAY W000-PROG ' CIFRAS DE CONTROL DEL CRUCE'
           DISPLAY W000-PROG '   RENGLONES DEL HISTORICO  : '
                   WS-TOT-REG-LEIDOS
           DISPLAY W000-PROG '   RENGLONES DEL PERIODO    : '
                   WS-TOT-REG-MES
           DISPLAY W000-PROG '   RENGLONES SIN CUENTA     : '
                   WS-TOT-SIN-CUENTA
           DISPLAY W000-PROG '   DONANTES CRUZADOS        : '
                   WS-TOT-DONANTES
           DISPLAY W000-PROG '   PERSONAS LEIDAS          : '
                   WS-TOT-PERSONAS
           DISPLAY W000-PROG '   RFC/CURP INVALIDOS LEIDOS: '
                   WS-TOT-REP5
           DISPLAY W000-PROG '   DIFERENCIAS DE RFC       : '
                   WS-TOT-DIF-RFC
           DISPLAY W000-PROG '   DIFERENCIAS DE NOMBRE    : '
                   WS-TOT-DIF-NOMBRE
           DISPLAY W000-PROG '   RFC PEDT001 INVALIDOS    : '
                   WS-TOT-RFC-INVALIDO
           DISPLAY W000-PROG '   DONANTES SIN PERSONA     : '
                   WS-TOT-SIN-PERSONA
           GOBACK.
       999-FIN.
           EXIT.
      *
      ******************************************************************
      *  TERMINA PROGRAMA ZM4CX001                                     *
      ******************************************************************
