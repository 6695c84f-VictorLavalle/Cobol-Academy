       IDENTIFICATION DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID. ZM3CB005.
       AUTHOR.
      *----
      *    AUTOR       :
      *    FECHA       : MAYO 2025
      *    OBJETIVO    : GENERAR LA DECLARACION COMPLEMENTARIA DE UN
      *                  PERIODO YA ACEPTADO POR EL SAT: COMPARA EL
      *                  REPORTE2 DE UNA CORRIDA CORREGIDA CONTRA LA
      *                  LINEA BASE DEL PERIODO (EL REPORTE2 QUE EL SAT
      *                  ACEPTO, RESGUARDADO POR PERIODO) Y SACA, EN EL
      *                  FORMATO DE TRANSMISION DE ZM3CB004, SOLO LOS
      *                  CONTRATOS CAMBIADOS ('C'), NUEVOS ('A') Y
      *                  RETIRADOS ('B'), CON TIPO DE DECLARACION 'C',
      *                  SU NUMERO DE COMPLEMENTARIA Y EL FOLIO DE
      *                  ACUSE DE LA DECLARACION ORIGINAL. LA
      *                  COMPLEMENTARIA QUEDA REGISTRADA EN LA BITACORA
      *                  DE DECLARACIONES JUNTO A LA ORIGINAL.
      *    NOTA        : UN CONTRATO CAMBIADO SE DECLARA COMPLETO (TODOS
      *                  SUS RENGLONES CORREGIDOS, COTITULARES
      *                  INCLUIDOS); LA COMPARACION ES SOBRE LOS CAMPOS
      *                  QUE VIAJAN AL SAT. ACEPTADA LA COMPLEMENTARIA,
      *                  EL REPORTE2 CORREGIDO PASA A SER LA LINEA BASE
      *                  DEL PERIODO.
      *                  *********CASA DE BOLSA**********
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
           IBM-370.
       OBJECT-COMPUTER.
           IBM-370.
      *
       INPUT-OUTPUT SECTION.
      *----
       FILE-CONTROL.
      *----
      *    ENTRADAS
      *
      *    SA-PARM         PERIODO, DECLARANTE Y FOLIO DE LA ORIGINAL
      *    SA-BASE         LINEA BASE: EL REPORTE2 ACEPTADO DEL PERIODO
      *    SA-REP2         EL REPORTE2 DE LA CORRIDA CORREGIDA
      *----
           SELECT SA-PARM            ASSIGN TO PARMCD
                                      FILE STATUS IS STATUS-PARM.
           SELECT SA-BASE            ASSIGN TO REP2BASE
                                      FILE STATUS IS STATUS-BASE.
           SELECT SA-REP2            ASSIGN TO REPORTE2
                                      FILE STATUS IS STATUS-REP2.
      *----
      *    ARCHIVOS DE TRABAJO: AMBOS REPORTE2 ORDENADOS POR CONTRATO
      *----
           SELECT SA-SORT            ASSIGN TO SORTWK01.
           SELECT SA-WBASE           ASSIGN TO WRKBASE
                                      FILE STATUS IS STATUS-WBASE.
           SELECT SA-WREP2           ASSIGN TO WRKREP2
                                      FILE STATUS IS STATUS-WREP2.
      *----
      *    SALIDAS
      *----
           SELECT SA-TRANSMIT        ASSIGN TO SATCOMPL
                                      FILE STATUS IS STATUS-TRNS.
           SELECT SA-BITACORA        ASSIGN TO SATBITAC
                                      FILE STATUS IS STATUS-BITA.
      /
       DATA DIVISION.
      *---------------------------------------------------------------*
       FILE SECTION.
      *
      *    TARJETA DE PARAMETROS: PERIODO DECLARADO (AAAAMM), DATOS
      *    DEL DECLARANTE Y FOLIO DEL ACUSE DE LA DECLARACION ORIGINAL
       FD  SA-PARM
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD STANDARD
           DATA RECORD REG-PARM.
       01  REG-PARM.
           05 PARM-PERIODO           PIC X(06).
           05 PARM-RFC-DECLARANTE    PIC X(13).
           05 PARM-RAZON-SOCIAL      PIC X(40).
           05 PARM-FOLIO-ORIGINAL    PIC X(20).
           05 FILLER                 PIC X(01).
      *
      *    LINEA BASE Y CORRIDA CORREGIDA (LAYOUT INTERNO DE 627 BYTES
      *    DE ZM3CB001); SE COPIAN TAL CUAL A LOS ARCHIVOS DE TRABAJO
       FD  SA-BASE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 627 CHARACTERS
           LABEL RECORD STANDARD
           DATA RECORD REG-BASE.
       01  REG-BASE                  PIC X(627).
      *
       FD  SA-REP2
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 627 CHARACTERS
           LABEL RECORD STANDARD
           DATA RECORD REG-REP2.
       01  REG-REP2                  PIC X(627).
      *
      *    ORDEN DE LA COMPARACION: CONTRATO+SECUENCIA Y, DENTRO DEL
      *    CONTRATO, ANIO+TIPO DE DATO+RFC (UN RENGLON POR TITULAR)
       SD  SA-SORT
           RECORD CONTAINS 627 CHARACTERS
           DATA RECORD REG-SORT.
       01  REG-SORT.
           05 SRT-ANIO               PIC X(04).
           05 SRT-CONTRATO           PIC X(30).
           05 SRT-SECUENCI           PIC X(10).
           05 FILLER                 PIC X(03).
           05 SRT-RFC                PIC X(13).
           05 FILLER                 PIC X(329).
           05 SRT-TPODATO            PIC X(02).
           05 FILLER                 PIC X(236).
      *
       FD  SA-WBASE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 627 CHARACTERS
           LABEL RECORD STANDARD
           DATA RECORD REG-WBASE.
       01  REG-WBASE                 PIC X(627).
      *
       FD  SA-WREP2
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 627 CHARACTERS
           LABEL RECORD STANDARD
           DATA RECORD REG-WREP2.
       01  REG-WREP2                 PIC X(627).
      *
      *    TRANSMISION DE LA COMPLEMENTARIA (MISMO FORMATO QUE LA DE
      *    ZM3CB004): ENCABEZADO '1', DETALLE '2' Y SUMARIA '3'
       FD  SA-TRANSMIT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 450 CHARACTERS
           LABEL RECORD STANDARD
           DATA RECORD REG-TRANSMIT.
       01  REG-TRANSMIT              PIC X(450).
      *
      *    BITACORA DE DECLARACIONES (MISMO LAYOUT QUE ZM3CB004)
       FD  SA-BITACORA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           LABEL RECORD STANDARD
           DATA RECORD REG-BITACORA.
       01  REG-BITACORA.
           05 BIT-PERIODO            PIC X(06).
           05 BIT-TIPO-DECLARACION   PIC X(01).
           05 BIT-NUM-COMPLEMENTARIA PIC 9(02).
           05 BIT-FEC-GENERACION     PIC 9(08).
           05 BIT-PROGRAMA           PIC X(08).
           05 BIT-REGISTROS          PIC 9(09).
           05 BIT-HASH-IMPORTES      PIC 9(16)V9(02).
           05 BIT-FOLIO-ORIGINAL     PIC X(20).
           05 FILLER                 PIC X(08).
      *
      *
       WORKING-STORAGE SECTION.
      *---------------------------------------------------------------*
       01 CON-PROGRAMA                 PIC X(08) VALUE 'ZM3CB005'.
      *
       01 STATUS-PARM                       PIC X(02) VALUE '00'.
          88 FS-PARM-OK                               VALUE '00'.
       01 STATUS-BASE                       PIC X(02) VALUE '00'.
          88 FS-BASE-OK                               VALUE '00'.
       01 STATUS-REP2                       PIC X(02) VALUE '00'.
          88 FS-REP2-OK                               VALUE '00'.
       01 STATUS-WBASE                      PIC X(02) VALUE '00'.
          88 FS-WBASE-OK                              VALUE '00'.
          88 FS-WBASE-FIN                             VALUE '10'.
       01 STATUS-WREP2                      PIC X(02) VALUE '00'.
          88 FS-WREP2-OK                              VALUE '00'.
          88 FS-WREP2-FIN                             VALUE '10'.
       01 STATUS-TRNS                       PIC X(02) VALUE '00'.
          88 FS-TRNS-OK                               VALUE '00'.
       01 STATUS-BITA                       PIC X(02) VALUE '00'.
          88 FS-BITA-OK                               VALUE '00'.
          88 FS-BITA-FIN                              VALUE '10'.
      *----
      *    RENGLON DEL REPORTE2 EN TURNO (SOLO LOS CAMPOS QUE VIAJAN
      *    AL SAT)
      *----
       01 W050-REG-REP2.
          05 W050-ANIO                      PIC X(04).
          05 W050-CONTRATO                  PIC X(30).
          05 W050-SECUENCI                  PIC X(10).
          05 W050-PRODUCTO                  PIC 9(02).
          05 W050-DIVISA                    PIC 9(01).
          05 W050-RFC                       PIC X(13).
          05 W050-CURP                      PIC X(18).
          05 W050-NOM-COMP                  PIC X(150).
          05 W050-DOMICILIO                 PIC X(160).
          05 W050-PERSONA.
             10 W050-TPO-PER                PIC X(01).
          05 W050-TPODATO                   PIC X(02).
          05 W050-TABLA.
             10 W050-MESES     OCCURS 12 TIMES.
                15 W050-IMPORTE             PIC S9(15)V99 COMP-3.
          05 W050-BANCO-SAT                 PIC 9(05).
          05 FILLER                         PIC X(123).
      *----
      *    RENGLONES DE LA TRANSMISION (MISMO FORMATO QUE ZM3CB004)
      *----
       01 W100-ENCABEZADO.
          05 W100-TIPO                      PIC X(01) VALUE '1'.
          05 W100-PERIODO                   PIC X(06).
          05 W100-FEC-GENERACION            PIC 9(08).
          05 W100-RFC-DECLARANTE            PIC X(13).
          05 W100-RAZON-SOCIAL              PIC X(40).
          05 W100-TIPO-DECLARACION          PIC X(01) VALUE 'C'.
          05 W100-NUM-COMPLEMENTARIA        PIC 9(02) VALUE ZEROS.
          05 W100-FOLIO-ORIGINAL            PIC X(20) VALUE SPACES.
          05 FILLER                         PIC X(359) VALUE SPACES.
      *
       01 W200-DETALLE.
          05 W200-TIPO                      PIC X(01) VALUE '2'.
          05 W200-ANIO                      PIC X(04).
          05 W200-PRODUCTO                  PIC 9(02).
          05 W200-DIVISA                    PIC 9(01).
          05 W200-BANCO                     PIC 9(05).
          05 W200-CONTRATO                  PIC X(30).
          05 W200-SECUENCIA                 PIC X(10).
          05 W200-RFC                       PIC X(13).
          05 W200-CURP                      PIC X(18).
          05 W200-NOMBRE                    PIC X(150).
          05 W200-TPO-PER                   PIC X(01).
          05 W200-TPODATO                   PIC X(02).
          05 W200-IMPORTES.
             10 W200-MES   OCCURS 12 TIMES.
                15 W200-IMPORTE             PIC 9(13)V9(02).
          05 W200-MOVIMIENTO                PIC X(01)  VALUE SPACE.
          05 FILLER                         PIC X(32)  VALUE SPACES.
      *
       01 W300-SUMARIA.
          05 W300-TIPO                      PIC X(01) VALUE '3'.
          05 W300-REGISTROS                 PIC 9(09).
          05 W300-HASH-IMPORTES             PIC 9(16)V9(02).
          05 FILLER                         PIC X(422) VALUE SPACES.
      *----
      *    RENGLONES DEL CONTRATO EN TURNO DE CADA LADO, YA ARMADOS
      *    COMO DETALLE DE LA TRANSMISION (SIN MOVIMIENTO)
      *----
       01 T060-CONTRATOS.
          05 C060-MAX                       PIC 9(03) VALUE 99.
          05 I060-NUM-BASE                  PIC 9(03) VALUE 0.
          05 I060-NUM-CORR                  PIC 9(03) VALUE 0.
          05 I060-I                         PIC 9(03) VALUE 0.
          05 T060-BASE     OCCURS 99 TIMES  PIC X(450).
          05 T060-CORR     OCCURS 99 TIMES  PIC X(450).
       01 W060-LLAVE-BASE.
          05 W060-BASE-CONTRATO             PIC X(30).
          05 W060-BASE-SECUENCI             PIC X(10).
       01 W060-LLAVE-CORR.
          05 W060-CORR-CONTRATO             PIC X(30).
          05 W060-CORR-SECUENCI             PIC X(10).
       01 W060-LLAVE-SIG-BASE               PIC X(40).
       01 W060-LLAVE-SIG-CORR               PIC X(40).
       01 S060-IGUALES                      PIC X(01) VALUE 'S'.
       01 S060-LEIDO                        PIC X(01) VALUE 'N'.
       01 W060-MOVIMIENTO                   PIC X(01) VALUE SPACE.
      *----
      *    BITACORA: DECLARACION ORIGINAL DEL PERIODO Y ULTIMA
      *    COMPLEMENTARIA REGISTRADA
      *----
       01 S070-HAY-ORIGINAL                 PIC X(01) VALUE 'N'.
       01 W070-ULT-COMPLEMENTARIA           PIC 9(02) VALUE ZEROS.
      *----
      *    ACUMULADOS Y CIFRAS DE CONTROL
      *----
       01 A100-CONTROL.
          05 A100-REG-BASE                  PIC 9(09) VALUE ZEROS.
          05 A100-REG-CORR                  PIC 9(09) VALUE ZEROS.
          05 A100-CONT-SIN-CAMBIO           PIC 9(09) VALUE ZEROS.
          05 A100-CONT-CAMBIOS              PIC 9(09) VALUE ZEROS.
          05 A100-CONT-ALTAS                PIC 9(09) VALUE ZEROS.
          05 A100-CONT-BAJAS                PIC 9(09) VALUE ZEROS.
          05 A100-REG-ESCRITOS              PIC 9(09) VALUE ZEROS.
          05 A100-HASH                      PIC S9(16)V9(02)
                                            COMP-3    VALUE ZEROS.
          05 I100-MES                       PIC 9(02) VALUE 0.
          05 A100-CIFRA                     PIC ZZZ,ZZZ,ZZ9.
       01 W000-FECHA-SISTEMA                PIC 9(08) VALUE ZEROS.
      *----
      *    LA TARJETA SE RESPALDA EN WORKING (EL AREA DEL FD DEJA DE
      *    SER CONFIABLE AL CERRAR EL ARCHIVO)
      *----
       01 W000-PERIODO                      PIC X(06) VALUE SPACES.
       01 W000-RFC-DECLARANTE               PIC X(13) VALUE SPACES.
       01 W000-RAZON-SOCIAL                 PIC X(40) VALUE SPACES.
       01 W000-FOLIO-ORIGINAL               PIC X(20) VALUE SPACES.
      *
      *---------------------------------------------------------------*
       PROCEDURE DIVISION.
      *---------------------------------------------------------------*
       001-PROCESO SECTION.
           PERFORM 010-INICIALIZA
           PERFORM 015-LEE-BITACORA
           PERFORM 020-ORDENA-ENTRADAS
           PERFORM 030-ESCRIBE-ENCABEZADO
           PERFORM 040-COMPARA
           PERFORM 050-CIERRA
           PERFORM 090-TERMINA
           GOBACK.
      /
       010-INICIALIZA SECTION.
           ACCEPT W000-FECHA-SISTEMA  FROM DATE YYYYMMDD
           OPEN INPUT SA-PARM
           IF NOT FS-PARM-OK
              DISPLAY 'ERROR AL ABRIR TARJETA DE PARAMETROS'
              DISPLAY 'FILE STATUS = ' STATUS-PARM
              MOVE 16                  TO RETURN-CODE
              GOBACK
           END-IF
           READ SA-PARM
              AT END
                 DISPLAY 'FALTA TARJETA CON PERIODO, DECLARANTE Y '
                         'FOLIO DE LA ORIGINAL'
                 MOVE 16               TO RETURN-CODE
                 GOBACK
           END-READ
           MOVE PARM-PERIODO            TO W000-PERIODO
           MOVE PARM-RFC-DECLARANTE     TO W000-RFC-DECLARANTE
           MOVE PARM-RAZON-SOCIAL       TO W000-RAZON-SOCIAL
           MOVE PARM-FOLIO-ORIGINAL     TO W000-FOLIO-ORIGINAL
           CLOSE SA-PARM
           IF W000-PERIODO IS NOT NUMERIC
           OR W000-RFC-DECLARANTE = SPACES
           OR W000-FOLIO-ORIGINAL = SPACES
              DISPLAY 'PERIODO, RFC DEL DECLARANTE O FOLIO DE LA '
                      'ORIGINAL INVALIDOS'
              DISPLAY 'PERIODO: ' W000-PERIODO
              MOVE 16                  TO RETURN-CODE
              GOBACK
           END-IF
           EXIT.
      /
      *----
      *    LA COMPLEMENTARIA SOLO PROCEDE SI LA ORIGINAL DEL PERIODO
      *    ESTA EN LA BITACORA; SU NUMERO ES EL SIGUIENTE A LA ULTIMA
      *    COMPLEMENTARIA REGISTRADA DEL PERIODO
      *----
       015-LEE-BITACORA SECTION.
           OPEN INPUT SA-BITACORA
           IF NOT FS-BITA-OK
              DISPLAY 'ERROR AL ABRIR BITACORA DE DECLARACIONES'
              DISPLAY 'FILE STATUS = ' STATUS-BITA
              MOVE 16                  TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL FS-BITA-FIN
              READ SA-BITACORA
                 AT END
                    CONTINUE
                 NOT AT END
                    IF BIT-PERIODO = W000-PERIODO
                       EVALUATE BIT-TIPO-DECLARACION
                          WHEN 'N'
                             MOVE 'S'   TO S070-HAY-ORIGINAL
                          WHEN 'C'
                             IF BIT-NUM-COMPLEMENTARIA >
                                W070-ULT-COMPLEMENTARIA
                                MOVE BIT-NUM-COMPLEMENTARIA
                                        TO W070-ULT-COMPLEMENTARIA
                             END-IF
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE SA-BITACORA
           IF S070-HAY-ORIGINAL = 'N'
              DISPLAY CON-PROGRAMA,
              '*** NO HAY DECLARACION ORIGINAL DEL PERIODO ',
              W000-PERIODO, ' EN LA BITACORA ***'
              MOVE 16                  TO RETURN-CODE
              GOBACK
           END-IF
           IF W070-ULT-COMPLEMENTARIA NOT < 99
              DISPLAY CON-PROGRAMA,
              '*** EL PERIODO YA TIENE 99 COMPLEMENTARIAS ***'
              MOVE 16                  TO RETURN-CODE
              GOBACK
           END-IF
           EXIT.
      /
      *----
      *    ORDENA LA LINEA BASE Y LA CORRIDA CORREGIDA POR CONTRATO
      *    (LA CORRIDA MULTIENTIDAD TRAE UN ORDEN POR ENTIDAD Y LOS
      *    COTITULARES EN EL ORDEN DEL REPARTO)
      *----
       020-ORDENA-ENTRADAS SECTION.
           SORT SA-SORT
                ON ASCENDING KEY SRT-CONTRATO
                                 SRT-SECUENCI
                                 SRT-ANIO
                                 SRT-TPODATO
                                 SRT-RFC
                USING  SA-BASE
                GIVING SA-WBASE
           IF SORT-RETURN NOT = ZEROS
              DISPLAY 'FALLA EN EL SORT DE LA LINEA BASE, '
                      'SORT-RETURN=' SORT-RETURN
              MOVE 16                  TO RETURN-CODE
              GOBACK
           END-IF
           SORT SA-SORT
                ON ASCENDING KEY SRT-CONTRATO
                                 SRT-SECUENCI
                                 SRT-ANIO
                                 SRT-TPODATO
                                 SRT-RFC
                USING  SA-REP2
                GIVING SA-WREP2
           IF SORT-RETURN NOT = ZEROS
              DISPLAY 'FALLA EN EL SORT DE LA CORRIDA CORREGIDA, '
                      'SORT-RETURN=' SORT-RETURN
              MOVE 16                  TO RETURN-CODE
              GOBACK
           END-IF
           OPEN INPUT SA-WBASE
                      SA-WREP2
           IF NOT FS-WBASE-OK OR NOT FS-WREP2-OK
              DISPLAY 'ERROR AL ABRIR ARCHIVOS DE TRABAJO'
              DISPLAY 'FILE STATUS = ' STATUS-WBASE ' ' STATUS-WREP2
              MOVE 16                  TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT SA-TRANSMIT
           IF NOT FS-TRNS-OK
              DISPLAY 'ERROR AL ABRIR ARCHIVO DE TRANSMISION'
              DISPLAY 'FILE STATUS = ' STATUS-TRNS
              MOVE 16                  TO RETURN-CODE
              GOBACK
           END-IF
           EXIT.
      /
       030-ESCRIBE-ENCABEZADO SECTION.
           MOVE W000-PERIODO            TO W100-PERIODO
           MOVE W000-FECHA-SISTEMA      TO W100-FEC-GENERACION
           MOVE W000-RFC-DECLARANTE     TO W100-RFC-DECLARANTE
           MOVE W000-RAZON-SOCIAL       TO W100-RAZON-SOCIAL
           MOVE 'C'                     TO W100-TIPO-DECLARACION
           COMPUTE W100-NUM-COMPLEMENTARIA =
                   W070-ULT-COMPLEMENTARIA + 1
           MOVE W000-FOLIO-ORIGINAL     TO W100-FOLIO-ORIGINAL
           WRITE REG-TRANSMIT         FROM W100-ENCABEZADO
           EXIT.
      /
      *----
      *    EMPATE POR CONTRATO+SECUENCIA: SOLO EN LA BASE = BAJA,
      *    SOLO EN LA CORRIDA = ALTA, EN AMBOS CON ALGUN RENGLON
      *    DISTINTO (O DISTINTO NUMERO DE RENGLONES) = CAMBIO
      *----
       040-COMPARA SECTION.
           MOVE LOW-VALUES              TO W060-LLAVE-SIG-BASE
                                           W060-LLAVE-SIG-CORR
           PERFORM 061-LEE-WBASE
           PERFORM 062-LEE-WREP2
           PERFORM 063-CARGA-CONTRATO-BASE
           PERFORM 064-CARGA-CONTRATO-CORR
           PERFORM UNTIL W060-LLAVE-BASE = HIGH-VALUES
                     AND W060-LLAVE-CORR = HIGH-VALUES
              EVALUATE TRUE
                 WHEN W060-LLAVE-BASE < W060-LLAVE-CORR
                    ADD 1               TO A100-CONT-BAJAS
                    MOVE 'B'            TO W060-MOVIMIENTO
                    PERFORM VARYING I060-I FROM 1 BY 1
                              UNTIL I060-I > I060-NUM-BASE
                       MOVE T060-BASE (I060-I) TO W200-DETALLE
                       PERFORM 070-ESCRIBE-DETALLE
                    END-PERFORM
                    PERFORM 063-CARGA-CONTRATO-BASE
                 WHEN W060-LLAVE-BASE > W060-LLAVE-CORR
                    ADD 1               TO A100-CONT-ALTAS
                    MOVE 'A'            TO W060-MOVIMIENTO
                    PERFORM VARYING I060-I FROM 1 BY 1
                              UNTIL I060-I > I060-NUM-CORR
                       MOVE T060-CORR (I060-I) TO W200-DETALLE
                       PERFORM 070-ESCRIBE-DETALLE
                    END-PERFORM
                    PERFORM 064-CARGA-CONTRATO-CORR
                 WHEN OTHER
                    MOVE 'S'            TO S060-IGUALES
                    IF I060-NUM-BASE NOT = I060-NUM-CORR
                       MOVE 'N'         TO S060-IGUALES
                    ELSE
                       PERFORM VARYING I060-I FROM 1 BY 1
                                 UNTIL I060-I > I060-NUM-BASE
                                    OR S060-IGUALES = 'N'
                          IF T060-BASE (I060-I) NOT = T060-CORR (I060-I)
                             MOVE 'N'   TO S060-IGUALES
                          END-IF
                       END-PERFORM
                    END-IF
                    IF S060-IGUALES = 'S'
                       ADD 1            TO A100-CONT-SIN-CAMBIO
                    ELSE
                       ADD 1            TO A100-CONT-CAMBIOS
                       MOVE 'C'         TO W060-MOVIMIENTO
                       PERFORM VARYING I060-I FROM 1 BY 1
                                 UNTIL I060-I > I060-NUM-CORR
                          MOVE T060-CORR (I060-I) TO W200-DETALLE
                          PERFORM 070-ESCRIBE-DETALLE
                       END-PERFORM
                    END-IF
                    PERFORM 063-CARGA-CONTRATO-BASE
                    PERFORM 064-CARGA-CONTRATO-CORR
              END-EVALUATE
           END-PERFORM
           EXIT.
      /
      *----
      *    LECTURA DE LOS ARCHIVOS ORDENADOS; LOS RENGLONES PREFIJO DE
      *    ENTIDAD ('*' EN COLUMNA 1) NO SON REGISTROS DECLARADOS
      *----
       061-LEE-WBASE SECTION.
           MOVE 'N'                     TO S060-LEIDO
           PERFORM UNTIL S060-LEIDO = 'S'
              READ SA-WBASE
                 AT END
                    MOVE HIGH-VALUES    TO W060-LLAVE-SIG-BASE
                    MOVE 'S'            TO S060-LEIDO
                 NOT AT END
                    IF REG-WBASE (1:1) NOT = '*'
                       ADD 1            TO A100-REG-BASE
                       MOVE REG-WBASE (5:40) TO W060-LLAVE-SIG-BASE
                       MOVE 'S'         TO S060-LEIDO
                    END-IF
              END-READ
           END-PERFORM
           EXIT.
      /
       062-LEE-WREP2 SECTION.
           MOVE 'N'                     TO S060-LEIDO
           PERFORM UNTIL S060-LEIDO = 'S'
              READ SA-WREP2
                 AT END
                    MOVE HIGH-VALUES    TO W060-LLAVE-SIG-CORR
                    MOVE 'S'            TO S060-LEIDO
                 NOT AT END
                    IF REG-WREP2 (1:1) NOT = '*'
                       ADD 1            TO A100-REG-CORR
                       MOVE REG-WREP2 (5:40) TO W060-LLAVE-SIG-CORR
                       MOVE 'S'         TO S060-LEIDO
                    END-IF
              END-READ
           END-PERFORM
           EXIT.
      /
      *----
      *    DEJA EN LA TABLA LOS RENGLONES DEL SIGUIENTE CONTRATO DE
      *    CADA LADO (HIGH-VALUES EN LA LLAVE AL AGOTARSE EL ARCHIVO)
      *----
       063-CARGA-CONTRATO-BASE SECTION.
           MOVE W060-LLAVE-SIG-BASE     TO W060-LLAVE-BASE
           MOVE 0                       TO I060-NUM-BASE
           PERFORM UNTIL W060-LLAVE-BASE = HIGH-VALUES
                      OR W060-LLAVE-SIG-BASE NOT = W060-LLAVE-BASE
              IF I060-NUM-BASE NOT < C060-MAX
                 DISPLAY CON-PROGRAMA,
                 'CONTRATO CON MAS DE 99 RENGLONES EN LA BASE: ',
                 W060-LLAVE-BASE
                 MOVE 16                TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                     TO I060-NUM-BASE
              MOVE REG-WBASE            TO W050-REG-REP2
              PERFORM 065-ARMA-DETALLE
              MOVE W200-DETALLE         TO T060-BASE (I060-NUM-BASE)
              PERFORM 061-LEE-WBASE
           END-PERFORM
           EXIT.
      /
       064-CARGA-CONTRATO-CORR SECTION.
           MOVE W060-LLAVE-SIG-CORR     TO W060-LLAVE-CORR
           MOVE 0                       TO I060-NUM-CORR
           PERFORM UNTIL W060-LLAVE-CORR = HIGH-VALUES
                      OR W060-LLAVE-SIG-CORR NOT = W060-LLAVE-CORR
              IF I060-NUM-CORR NOT < C060-MAX
                 DISPLAY CON-PROGRAMA,
                 'CONTRATO CON MAS DE 99 RENGLONES EN LA CORRIDA: ',
                 W060-LLAVE-CORR
                 MOVE 16                TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1                     TO I060-NUM-CORR
              MOVE REG-WREP2            TO W050-REG-REP2
              PERFORM 065-ARMA-DETALLE
              MOVE W200-DETALLE         TO T060-CORR (I060-NUM-CORR)
              PERFORM 062-LEE-WREP2
           END-PERFORM
           EXIT.
      /
      *----
      *    ARMA EL DETALLE DEL SAT DEL RENGLON (IGUAL QUE ZM3CB004)
      *----
       065-ARMA-DETALLE SECTION.
           MOVE SPACES                  TO W200-DETALLE
           MOVE '2'                     TO W200-TIPO
           MOVE W050-ANIO               TO W200-ANIO
           MOVE W050-PRODUCTO           TO W200-PRODUCTO
           MOVE W050-DIVISA             TO W200-DIVISA
           MOVE W050-BANCO-SAT          TO W200-BANCO
           MOVE W050-CONTRATO           TO W200-CONTRATO
           MOVE W050-SECUENCI           TO W200-SECUENCIA
           MOVE W050-RFC                TO W200-RFC
           MOVE W050-CURP               TO W200-CURP
           MOVE W050-NOM-COMP           TO W200-NOMBRE
           MOVE W050-TPO-PER            TO W200-TPO-PER
           MOVE W050-TPODATO            TO W200-TPODATO
           PERFORM VARYING I100-MES FROM 1 BY 1
                     UNTIL I100-MES > 12
              MOVE W050-IMPORTE (I100-MES)
                                        TO W200-IMPORTE (I100-MES)
           END-PERFORM
           EXIT.
      /
      *----
      *    ESCRIBE EL DETALLE CON SU MOVIMIENTO Y LO ACUMULA PARA LA
      *    SUMARIA (CONTEO Y HASH DE IMPORTES DE LO DECLARADO)
      *----
       070-ESCRIBE-DETALLE SECTION.
           MOVE W060-MOVIMIENTO         TO W200-MOVIMIENTO
           PERFORM VARYING I100-MES FROM 1 BY 1
                     UNTIL I100-MES > 12
              ADD W200-IMPORTE (I100-MES) TO A100-HASH
           END-PERFORM
           WRITE REG-TRANSMIT         FROM W200-DETALLE
           IF NOT FS-TRNS-OK
              DISPLAY 'ERROR AL ESCRIBIR TRANSMISION'
              DISPLAY 'FILE STATUS: ' STATUS-TRNS
              MOVE 16                   TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1                        TO A100-REG-ESCRITOS
           EXIT.
      /
      *----
      *    SUMARIA Y CIERRE; SIN DIFERENCIAS NO HAY COMPLEMENTARIA QUE
      *    PRESENTAR (RETURN-CODE 4 Y NO SE REGISTRA EN LA BITACORA)
      *----
       050-CIERRA SECTION.
           MOVE A100-REG-ESCRITOS       TO W300-REGISTROS
           MOVE A100-HASH               TO W300-HASH-IMPORTES
           WRITE REG-TRANSMIT         FROM W300-SUMARIA
           CLOSE SA-TRANSMIT
                 SA-WBASE
                 SA-WREP2
           IF A100-REG-ESCRITOS = ZEROS
              DISPLAY CON-PROGRAMA,
              '*** SIN DIFERENCIAS CONTRA LA LINEA BASE, NO HAY '
              'COMPLEMENTARIA ***'
              MOVE 4                    TO RETURN-CODE
           ELSE
              PERFORM 080-REGISTRA-BITACORA
           END-IF
           EXIT.
      /
      *----
      *    REGISTRA LA COMPLEMENTARIA EN LA BITACORA DE DECLARACIONES
      *    CON EL FOLIO DE LA ORIGINAL A LA QUE COMPLEMENTA
      *----
       080-REGISTRA-BITACORA SECTION.
           OPEN EXTEND SA-BITACORA
           IF NOT FS-BITA-OK
              DISPLAY 'ERROR AL ABRIR BITACORA DE DECLARACIONES'
              DISPLAY 'FILE STATUS = ' STATUS-BITA
              MOVE 16                  TO RETURN-CODE
           ELSE
              MOVE SPACES              TO REG-BITACORA
              MOVE W000-PERIODO        TO BIT-PERIODO
              MOVE 'C'                 TO BIT-TIPO-DECLARACION
              MOVE W100-NUM-COMPLEMENTARIA
                                       TO BIT-NUM-COMPLEMENTARIA
              MOVE W000-FECHA-SISTEMA  TO BIT-FEC-GENERACION
              MOVE CON-PROGRAMA        TO BIT-PROGRAMA
              MOVE A100-REG-ESCRITOS   TO BIT-REGISTROS
              MOVE A100-HASH           TO BIT-HASH-IMPORTES
              MOVE W000-FOLIO-ORIGINAL TO BIT-FOLIO-ORIGINAL
              WRITE REG-BITACORA
              IF NOT FS-BITA-OK
                 DISPLAY 'ERROR AL ESCRIBIR BITACORA DE DECLARACIONES'
                 DISPLAY 'FILE STATUS = ' STATUS-BITA
                 MOVE 16               TO RETURN-CODE
              END-IF
              CLOSE SA-BITACORA
           END-IF
           EXIT.
      /
       090-TERMINA SECTION.
           MOVE A100-REG-BASE               TO A100-CIFRA
           DISPLAY CON-PROGRAMA,
           'RENGLONES DE LA LINEA BASE               :',
           A100-CIFRA
           MOVE A100-REG-CORR               TO A100-CIFRA
           DISPLAY CON-PROGRAMA,
           'RENGLONES DE LA CORRIDA CORREGIDA        :',
           A100-CIFRA
           MOVE A100-CONT-SIN-CAMBIO        TO A100-CIFRA
           DISPLAY CON-PROGRAMA,
           'CONTRATOS SIN CAMBIO                     :',
           A100-CIFRA
           MOVE A100-CONT-CAMBIOS           TO A100-CIFRA
           DISPLAY CON-PROGRAMA,
           'CONTRATOS CAMBIADOS (C)                  :',
           A100-CIFRA
           MOVE A100-CONT-ALTAS             TO A100-CIFRA
           DISPLAY CON-PROGRAMA,
           'CONTRATOS NUEVOS (A)                     :',
           A100-CIFRA
           MOVE A100-CONT-BAJAS             TO A100-CIFRA
           DISPLAY CON-PROGRAMA,
           'CONTRATOS RETIRADOS (B)                  :',
           A100-CIFRA
           MOVE A100-REG-ESCRITOS           TO A100-CIFRA
           DISPLAY CON-PROGRAMA,
           'DETALLES ESCRITOS A LA COMPLEMENTARIA    :',
           A100-CIFRA
           DISPLAY CON-PROGRAMA,
           'PERIODO DECLARADO                        :',
           W000-PERIODO
           DISPLAY CON-PROGRAMA,
           'NUMERO DE COMPLEMENTARIA                 :',
           W100-NUM-COMPLEMENTARIA
           EXIT.
