           SELECT SA-PARAM           ASSIGN TO PARAMTAB
                                      FILE STATUS IS STATUS-PARAM.
      *----
      *    REPARTO DE LOS CONTRATOS CON COTITULARES: UN RENGLON POR
      *    TITULAR (EL PRINCIPAL INCLUIDO) CON SU RFC, CURP Y
      *    PORCENTAJE, EN ORDEN DE CONTRATO+SECUENCIA (DD DUMMY SI NO
      *    HAY COTITULARES)
           SELECT SA-COTI            ASSIGN TO MISCOTIT
                                      FILE STATUS IS STATUS-COTI.
      *----
      *    CATALOGO DE CODIGOS POSTALES DE SEPOMEX (UN RENGLON POR CP
      *    CON SU MUNICIPIO Y ESTADO, EN ORDEN ASCENDENTE DE CP)
           SELECT SA-SEPO            ASSIGN TO SEPOMEX
                                      FILE STATUS IS STATUS-SEPO.
      *----
      *    SALIDAS
           SELECT SA-REP2            ASSIGN TO REPORTE2
                                      FILE STATUS IS STATUS-REP2.
      *    SAT RECHAZARIA; NO FLUYEN A REPORTE2
           SELECT SA-REP5            ASSIGN TO REPORTE5
                                      FILE STATUS IS STATUS-REP5.
      *
      *    CONTRATOS CON REPARTO DE COTITULARES FALTANTE O INVALIDO,
      *    COMO LISTA DE TRABAJO (SE REPORTAN SIN REPARTIR BAJO EL
      *    TITULAR PRINCIPAL)
           SELECT SA-REP7            ASSIGN TO REPORTE7
                                      FILE STATUS IS STATUS-REP7.
      *
      *    EXTRACTO ANUAL FATCA/CRS: CUENTAS REPORTABLES POR INDICIOS
      *    DE RESIDENCIA FISCAL EN EL EXTRANJERO DEL TITULAR, Y LISTA
      *    DE REVISION DE LOS CONTRATOS CON INDICIOS PARCIALES
           SELECT SA-REP8            ASSIGN TO REPORTE8
                                      FILE STATUS IS STATUS-REP8.
           SELECT SA-REP9            ASSIGN TO REPORTE9
                                      FILE STATUS IS STATUS-REP9.
      *
      *    CALIDAD DE DOMICILIOS: PERSONAS CUYO CODIGO POSTAL NO
      *    EXISTE EN SEPOMEX O NO CORRESPONDE A SU MUNICIPIO/ESTADO,
      *    CON LOS VALORES QUE SUGIERE EL CATALOGO
           SELECT SA-REPA            ASSIGN TO REPORTEA
                                      FILE STATUS IS STATUS-REPA.
      /
       DATA DIVISION.
      *---------------------------------------------------------------*
           DATA RECORD REG-CLI1.
       01  REG-CLI1.
           05  CAT-CVE-IDEN               PIC X(1).
      *    'E' = PERSONA IDENTIFICADA COMO EXTRANJERA (MARCA DE PAIS
      *    DE RESIDENCIA FUERA DE MEXICO)
               88  CAT-IDEN-EXTRANJERO              VALUE 'E'.
           05  CAT-CVE-EMP                PIC X(4).
           05  CAT-RFC                    PIC X(13).
           05  CAT-CURP                   PIC X(18).
           05 WS-REP-BCOMIS          PIC X(04).
           05 WS-REP-CTADOMI         PIC X(30).
           05 WS-REP-FIDEICOMISO     PIC X(20).
      *    'C' = RENGLON DE UN COTITULAR DEL REPARTO (EL CONTRATO SE
      *    CUENTA EN EL RENGLON DEL TITULAR PRINCIPAL)
           05 WS-REP-COTITU          PIC X(01).
           05 WS-REP-MUNICIPIO       PIC X(30).
           05 WS-REP-ESTADO          PIC X(20).
           05 PARAM-VIG-DESDE        PIC X(04).
           05 PARAM-VIG-HASTA        PIC X(04).
      *
      *    REPARTO POR TITULAR DE UN CONTRATO CON COTITULARES; LOS
      *    PORCENTAJES DEL CONTRATO DEBEN SUMAR 100
       FD  SA-COTI
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD STANDARD
           RECORD CONTAINS 250 CHARACTERS
           DATA RECORD REG-COTI.
       01  REG-COTI.
           05 COT-CONTRATO           PIC X(30).
           05 COT-SECUENCIA          PIC X(10).
           05 COT-RFC                PIC X(13).
           05 COT-CURP               PIC X(18).
           05 COT-TPO-PER            PIC X(01).
           05 COT-PORCENTAJE         PIC 9(03)V9(02).
           05 COT-NOMBRE             PIC X(150).
           05 FILLER                 PIC X(23).
      *
      *    CATALOGO SEPOMEX (NOMBRES EN MAYUSCULAS SIN ACENTOS, AL
      *    ANCHO DE MUNICIPIO/ESTADO DEL CATALOGO DE PERSONAS)
       FD  SA-SEPO
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD REG-SEPO.
       01  REG-SEPO.
           05 SEP-CP                 PIC X(05).
           05 SEP-MUNICIPIO          PIC X(30).
           05 SEP-ESTADO             PIC X(20).
           05 FILLER                 PIC X(25).
      *
      *    RENGLONES DE INVENTARIO SIN CONTRAPARTE EN EL CATALOGO DE
      *    PERSONAS, PARA QUE SE PUEDAN DAR SEGUIMIENTO POR SEPARADO
       FD  SA-REP3
           05 WS-REP5-SUCURSAL       PIC X(03).
           05 FILLER                 PIC X(07).
      *
      *    LISTA DE TRABAJO DE COTITULARIDAD: CONTRATO, RAZON, NUMERO
      *    DE TITULARES Y SUMA DE PORCENTAJES DEL REPARTO RECIBIDO Y
      *    EL RFC QUE PROVOCO EL RECHAZO (SI APLICA)
       FD  SA-REP7
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD STANDARD
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD REG-REP7.
       01  REG-REP7.
           05 WS-REP7-CONTRATO       PIC X(30).
           05 FILLER                 PIC X(01).
           05 WS-REP7-SECUENCI       PIC X(10).
           05 FILLER                 PIC X(01).
           05 WS-REP7-RAZON-COD      PIC X(02).
           05 FILLER                 PIC X(01).
           05 WS-REP7-RAZON-DESC     PIC X(30).
           05 FILLER                 PIC X(01).
           05 WS-REP7-NUM-TITULARES  PIC 9(02).
           05 FILLER                 PIC X(01).
           05 WS-REP7-SUMA-PCT       PIC ZZZ9.99.
           05 FILLER                 PIC X(01).
           05 WS-REP7-RFC            PIC X(13).
      *
      *    CUENTA REPORTABLE FATCA/CRS: UN RENGLON POR CONTRATO CON
      *    LOS DATOS DEL TITULAR, LOS INDICIOS ENCONTRADOS ('S'/'N')
      *    Y LA SUMA DE LOS IMPORTES DEL ANIO DEL INVENTARIO
       FD  SA-REP8
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD STANDARD
           RECORD CONTAINS 270 CHARACTERS
           DATA RECORD REG-REP8.
       01  REG-REP8.
           05 WS-REP8-ENTIDAD        PIC X(04).
           05 WS-REP8-CONTRATO       PIC X(30).
           05 WS-REP8-SECUENCI       PIC X(10).
           05 WS-REP8-ANIO           PIC X(04).
           05 WS-REP8-RFC            PIC X(13).
           05 WS-REP8-CURP           PIC X(18).
           05 WS-REP8-TPO-PER        PIC X(01).
           05 WS-REP8-NOMBRE         PIC X(150).
           05 WS-REP8-ESTADO         PIC X(20).
           05 WS-REP8-IND-RFC        PIC X(01).
           05 WS-REP8-IND-DOMICILIO  PIC X(01).
           05 WS-REP8-IND-PAIS       PIC X(01).
           05 WS-REP8-NUM-INDICIOS   PIC 9(01).
           05 WS-REP8-SALDO-ANUAL    PIC S9(15)V99    COMP-3.
           05 FILLER                 PIC X(07).
      *
      *    LISTA DE REVISION FATCA/CRS: CONTRATOS CON UN SOLO INDICIO
      *    (DOMICILIO O MARCA DE PAIS) QUE CUMPLIMIENTO DEBE
      *    CONFIRMAR O DESCARTAR CON EL CLIENTE
       FD  SA-REP9
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD STANDARD
           RECORD CONTAINS 140 CHARACTERS
           DATA RECORD REG-REP9.
       01  REG-REP9.
           05 WS-REP9-ENTIDAD        PIC X(04).
           05 FILLER                 PIC X(01).
           05 WS-REP9-CONTRATO       PIC X(30).
           05 FILLER                 PIC X(01).
           05 WS-REP9-SECUENCI       PIC X(10).
           05 FILLER                 PIC X(01).
           05 WS-REP9-RFC            PIC X(13).
           05 FILLER                 PIC X(01).
           05 WS-REP9-IND-RFC        PIC X(01).
           05 WS-REP9-IND-DOMICILIO  PIC X(01).
           05 WS-REP9-IND-PAIS       PIC X(01).
           05 FILLER                 PIC X(01).
           05 WS-REP9-RAZON-DESC     PIC X(30).
           05 FILLER                 PIC X(01).
           05 WS-REP9-ESTADO         PIC X(20).
           05 FILLER                 PIC X(01).
           05 WS-REP9-SALDO-ANUAL    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02).
      *
      *    DOMICILIOS INCONSISTENTES CONTRA SEPOMEX: RAZON, VALORES
      *    CAPTURADOS Y LOS QUE SUGIERE EL CATALOGO PARA EL CP (EN
      *    BLANCO SI EL CP NO EXISTE); LA SUCURSAL ALIMENTA EL
      *    SCORECARD DE CALIDAD DE DATOS
       FD  SA-REPA
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           LABEL RECORD STANDARD
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD REG-REPA.
       01  REG-REPA.
           05 WS-REPA-CONTRATO       PIC X(30).
           05 WS-REPA-SECUENCI       PIC X(10).
           05 WS-REPA-RFC            PIC X(13).
           05 WS-REPA-RAZON-COD      PIC X(02).
           05 WS-REPA-RAZON-DESC     PIC X(30).
           05 WS-REPA-SUCURSAL       PIC X(03).
           05 WS-REPA-CP             PIC X(05).
           05 WS-REPA-MUNICIPIO      PIC X(30).
           05 WS-REPA-ESTADO         PIC X(20).
           05 WS-REPA-MUN-SUGERIDO   PIC X(30).
           05 WS-REPA-EDO-SUGERIDO   PIC X(20).
           05 FILLER                 PIC X(07).
      *
      *    RENGLON DEL REPOSITORIO COMUN DE CIFRAS DE CONTROL
       FD  SA-CIFCTL
           BLOCK CONTAINS 0 RECORDS
      *
       01 STATUS-CIFCTL                     PIC X(02) VALUE '00'.
          88 FS-CIFCTL-OK                             VALUE '00'.
      *
       01 STATUS-COTI                       PIC X(02) VALUE '00'.
          88 FS-COTI-OK                               VALUE '00'.
          88 FS-COTI-FIN                              VALUE '10'.
      *
       01 STATUS-REP7                       PIC X(02) VALUE '00'.
          88 FS-REP7-OK                               VALUE '00'.
      *
       01 STATUS-REP8                       PIC X(02) VALUE '00'.
          88 FS-REP8-OK                               VALUE '00'.
      *
       01 STATUS-REP9                       PIC X(02) VALUE '00'.
          88 FS-REP9-OK                               VALUE '00'.
      *
       01 STATUS-SEPO                       PIC X(02) VALUE '00'.
          88 FS-SEPO-OK                               VALUE '00'.
          88 FS-SEPO-FIN                              VALUE '10'.
      *
       01 STATUS-REPA                       PIC X(02) VALUE '00'.
          88 FS-REPA-OK                               VALUE '00'.
      *
       01 STATUS-SNAP1                      PIC X(02) VALUE '00'.
          88 FS-SNAP1-OK                              VALUE '00'.
          05 S630-YA-REPORTADO              PIC X(01) VALUE 'N'.
      *
      *----
      *    REPARTO DE COTITULARES DEL CONTRATO EN PROCESO: LLAVE YA
      *    CARGADA, TABLA DE TITULARES, IMPORTES ORIGINALES Y LO YA
      *    REPARTIDO (EL ULTIMO TITULAR LLEVA EL RESTO, ASI LA SUMA
      *    DE LOS RENGLONES AMARRA CON EL INVENTARIO SIN REPARTIR)
      *----
       01 W640-COTITULARES.
          05 C640-MAX                       PIC 9(02) VALUE 10.
          05 I640-NUM                       PIC 9(02) VALUE 0.
          05 I640-I                         PIC 9(02) VALUE 0.
          05 I640-MES                       PIC 9(02) VALUE 0.
          05 W640-LLAVE-CARGADA             PIC X(40) VALUE LOW-VALUES.
          05 S640-EXCEDE                    PIC X(01) VALUE 'N'.
          05 S640-YA-LISTADO                PIC X(01) VALUE 'N'.
          05 I640-TITULAR                   PIC 9(02) VALUE 0.
          05 W640-SUMA-PCT                  PIC 9(05)V9(02).
          05 W640-RAZON-COD                 PIC X(02) VALUE SPACES.
          05 W640-RAZON-DESC                PIC X(30) VALUE SPACES.
          05 W640-RFC-RECHAZO               PIC X(13) VALUE SPACES.
          05 T640-TITULAR  OCCURS 10 TIMES.
             10 T640-RFC                    PIC X(13).
             10 T640-CURP                   PIC X(18).
             10 T640-TPO-PER                PIC X(01).
             10 T640-PCT                    PIC 9(03)V9(02).
             10 T640-NOMBRE                 PIC X(150).
          05 W640-TABLA-ORIG.
             10 W640-IMP-ORIG  OCCURS 12 TIMES
                                            PIC S9(15)V99 COMP-3.
          05 W640-TABLA-ACUM.
             10 W640-IMP-ACUM  OCCURS 12 TIMES
                                            PIC S9(15)V99 COMP-3.
          05 A640-REG-REPARTIDOS            PIC 9(11) VALUE ZEROS.
          05 A640-REG-ADICIONALES           PIC 9(11) VALUE ZEROS.
          05 A640-CONT-PENDIENTES           PIC 9(11) VALUE ZEROS.
      *
      *----
      *    INDICIOS FATCA/CRS DEL TITULAR DEL CONTRATO EN PROCESO: SE
      *    EVALUAN UNA VEZ POR CONTRATO Y SE GUARDAN SUS DATOS (EL
      *    CORTE DE ENTIDAD PUEDE MOVER EL AREA DE PERSONAS ANTES DE
      *    GRABAR); EL SALDO ES LA SUMA DE LOS IMPORTES DEL ANIO DE
      *    TODOS LOS RENGLONES DE INVENTARIO DEL CONTRATO
      *----
       01 W660-FATCA.
          05 C660-RFC-GENERICO              PIC X(13)
                                            VALUE 'XEXX010101000'.
          05 S660-IND-RFC                   PIC X(01) VALUE 'N'.
          05 S660-IND-DOMICILIO             PIC X(01) VALUE 'N'.
          05 S660-IND-PAIS                  PIC X(01) VALUE 'N'.
          05 I660-NUM-INDICIOS              PIC 9(01) VALUE 0.
          05 I660-I                         PIC 9(02) VALUE 0.
          05 I660-MES                       PIC 9(02) VALUE 0.
          05 I660-CUENTA                    PIC 9(03) VALUE 0.
          05 W660-DIRECCION                 PIC X(183).
          05 W660-ENTIDAD                   PIC X(04).
          05 W660-CONTRATO                  PIC X(30).
          05 W660-SECUENCI                  PIC X(10).
          05 W660-ANIO                      PIC X(04).
          05 W660-RFC                       PIC X(13).
          05 W660-CURP                      PIC X(18).
          05 W660-TPO-PER                   PIC X(01).
          05 W660-NOMBRE                    PIC X(150).
          05 W660-ESTADO                    PIC X(20).
          05 W660-SALDO-ANUAL               PIC S9(15)V99 COMP-3.
          05 A660-CONT-REPORTABLES          PIC 9(11) VALUE ZEROS.
          05 A660-CONT-REVISION             PIC 9(11) VALUE ZEROS.
          05 A660-SALDO-REPORTABLE          PIC S9(15)V99 COMP-3
                                            VALUE ZEROS.
          05 W660-SALDO-EDITADO             PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *----
      *    LEYENDAS DE DOMICILIO EN EL EXTRANJERO (LONGITUD + TEXTO)
      *    QUE SE BUSCAN EN EL DOMICILIO Y EL ESTADO DEL TITULAR; LAS
      *    SIGLAS CORTAS LLEVAN BLANCOS PARA NO ATINAR DENTRO DE OTRA
      *    PALABRA
      *----
       01 T660-LEYENDAS-VALORES.
          05 FILLER    PIC X(27) VALUE '10EXTRANJERO'.
          05 FILLER    PIC X(27) VALUE '25ESTADOS UNIDOS DE AMERICA'.
          05 FILLER    PIC X(27) VALUE '05 USA '.
          05 FILLER    PIC X(27) VALUE '06U.S.A.'.
          05 FILLER    PIC X(27) VALUE '05 EUA '.
          05 FILLER    PIC X(27) VALUE '06E.U.A.'.
          05 FILLER    PIC X(27) VALUE '07FOREIGN'.
       01 T660-LEYENDAS REDEFINES T660-LEYENDAS-VALORES.
          05 T660-LEYENDA  OCCURS 7 TIMES.
             10 T660-LONG                   PIC 9(02).
             10 T660-TEXTO                  PIC X(25).
       01 C660-NUM-LEYENDAS                 PIC 9(02) VALUE 7.
      *
      *----
      *    VALIDACION DEL DOMICILIO CONTRA SEPOMEX: CP TOMADO DEL
      *    DOMICILIO (EL ULTIMO GRUPO DE 5 DIGITOS AISLADO), VALORES
      *    CAPTURADOS EN MAYUSCULAS Y CONTADORES POR RAZON
      *----
       01 W670-SEPOMEX.
          05 I670-POS                       PIC 9(03) VALUE 0.
          05 W670-DOMICILIO                 PIC X(162).
          05 W670-CP                        PIC X(05) VALUE SPACES.
          05 W670-MUNICIPIO                 PIC X(30).
          05 W670-ESTADO                    PIC X(20).
          05 W670-CP-ANT                    PIC X(05) VALUE LOW-VALUES.
          05 W670-RAZON-COD                 PIC X(02) VALUE SPACES.
          05 W670-RAZON-DESC                PIC X(30) VALUE SPACES.
          05 A670-CP-REVISADOS              PIC 9(11) VALUE ZEROS.
          05 A670-CP-CORRECTOS              PIC 9(11) VALUE ZEROS.
          05 A670-CP-EXTRANJEROS            PIC 9(11) VALUE ZEROS.
          05 A670-CP-SIN-CP                 PIC 9(11) VALUE ZEROS.
          05 A670-CP-NO-EXISTE              PIC 9(11) VALUE ZEROS.
          05 A670-CP-MUN-BLANCO             PIC 9(11) VALUE ZEROS.
          05 A670-CP-NO-CORRESPONDE         PIC 9(11) VALUE ZEROS.
          05 A670-CP-INCONSISTENTES         PIC 9(11) VALUE ZEROS.
          05 A670-SEPO-DUPLICADOS           PIC 9(11) VALUE ZEROS.
          05 C670-MAX                       PIC 9(05) VALUE 40000.
          05 I670-NUM                       PIC 9(05) VALUE 0.
      *
      *    CATALOGO EN MEMORIA PARA LA BUSQUEDA BINARIA POR CP
       01 T670-CATALOGO.
          05 T670-SEPOMEX  OCCURS 1 TO 40000 TIMES
                           DEPENDING ON I670-NUM
                           ASCENDING KEY IS T670-CP
                           INDEXED BY IX670.
             10 T670-CP                     PIC X(05).
             10 T670-MUNICIPIO              PIC X(30).
             10 T670-ESTADO                 PIC X(20).
      *
       01 ID-COT-LEI.
          05 ID-CONTRATO-COT-LEI           PIC X(30).
          05 ID-SECUENCIA-COT-LEI          PIC X(10).
       01 ID-COT-ANT                       PIC X(40).
      *
      *----
      *    MODO DE LECTURA DE PERSONAS Y AREAS DB2 PARA EL CURSOR
      *    SOBRE PEDT001 (MISMO ORDEN CONTRATO+SECUENCIA QUE EL
      *    ARCHIVO, PARA ALIMENTAR LA MISMA LOGICA DE 505-LEE-CLI1)
             10 W610-DIVISA               PIC 9(01).
             10 W610-BANCO                PIC 9(05).
          05 S610-HALLADO                  PIC X(01) VALUE 'N'.
      *   'N' = RENGLON DE UN COTITULAR ADICIONAL: SUS IMPORTES SE
      *   ACUMULAN PERO EL CONTRATO YA SE CONTO CON EL PRIMER TITULAR
          05 S610-CUENTA-CONTRATO          PIC X(01) VALUE 'S'.
          05 I610-MES                      PIC 9(02) VALUE 0.
          05 T009-GRAN-TOTAL.
             10 T009-CONTRATOS            PIC 9(09) VALUE ZEROS.
             88 PERSONA-INVALIDA                      VALUE 'N'.
          05 W615-RAZON-COD                 PIC X(02) VALUE SPACES.
          05 W615-RAZON-DESC                PIC X(25) VALUE SPACES.
      *   PERSONA A VALIDAR (LA DEL CATALOGO O UN COTITULAR)
          05 W615-RFC                       PIC X(13) VALUE SPACES.
          05 W615-CURP                      PIC X(18) VALUE SPACES.
          05 W615-TPO-PER                   PIC X(01) VALUE SPACES.
          05 W615-FECHA.
             10 W615-FECHA-AA               PIC X(02).
             10 W615-FECHA-MM               PIC X(02).
              DISPLAY 'FILE STATUS = ' STATUS-REP6
              MOVE 16                  TO RETURN-CODE
           END-IF
      *-
           OPEN OUTPUT SA-REP7
           IF NOT FS-REP7-OK
              DISPLAY 'ERROR AL ABRIR LISTA DE COTITULARIDAD'
              DISPLAY 'FILE STATUS = ' STATUS-REP7
              MOVE 16                  TO RETURN-CODE
           END-IF
      *-
           OPEN OUTPUT SA-REP8
           IF NOT FS-REP8-OK
              DISPLAY 'ERROR AL ABRIR CUENTAS REPORTABLES FATCA/CRS'
              DISPLAY 'FILE STATUS = ' STATUS-REP8
              MOVE 16                  TO RETURN-CODE
           END-IF
      *-
           OPEN OUTPUT SA-REP9
           IF NOT FS-REP9-OK
              DISPLAY 'ERROR AL ABRIR LISTA DE REVISION FATCA/CRS'
              DISPLAY 'FILE STATUS = ' STATUS-REP9
              MOVE 16                  TO RETURN-CODE
           END-IF
      *-
           OPEN INPUT SA-COTI
           IF NOT FS-COTI-OK
              DISPLAY 'ERROR AL ABRIR ARCHIVO DE COTITULARES'
              DISPLAY 'FILE STATUS = ' STATUS-COTI
              MOVE 16                  TO RETURN-CODE
           END-IF
           MOVE LOW-VALUES              TO ID-COT-LEI
           PERFORM 645-LEE-COTI
      *-
           PERFORM 006-CARGA-TABLAS
           PERFORM 675-CARGA-SEPOMEX
      *-
           OPEN OUTPUT SA-REPA
           IF NOT FS-REPA-OK
              DISPLAY 'ERROR AL ABRIR DOMICILIOS INCONSISTENTES'
              DISPLAY 'FILE STATUS = ' STATUS-REPA
              MOVE 16                  TO RETURN-CODE
           END-IF
      *-
      *    EN MODO INCREMENTAL LA PRIMERA LECTURA DEL INVENTARIO LA
      *    HACE 008-GENERA-DELTA (EL CRUCE SE ALIMENTA DEL ARCHIVO
           MOVE '0'                     TO S500-LEE-CLI1
           MOVE '00'                    TO STATUS-CLI1
           PERFORM 505-LEE-CLI1
      *    LOS COTITULARES TAMBIEN SE REPOSICIONAN AL INICIO
           CLOSE SA-COTI
           OPEN INPUT SA-COTI
           IF NOT FS-COTI-OK
              DISPLAY 'ERROR AL REPOSICIONAR COTITULARES'
              DISPLAY 'FILE STATUS = ' STATUS-COTI
              MOVE 16                  TO RETURN-CODE
              GOBACK
           END-IF
           MOVE LOW-VALUES              TO ID-COT-LEI
                                           W640-LLAVE-CARGADA
           PERFORM 645-LEE-COTI
           MOVE 'S'                     TO S950-CLI-POSICIONADO
           EXIT.
      /
            END-IF
            IF ID-INV-LEI = ID-CLI-LEI
               MOVE ID-INV-LEI          TO ID-INV-PROC
      *    INDICIOS FATCA/CRS DEL TITULAR, UNA VEZ POR CONTRATO (EL
      *    EXTRACTO ES ANUAL: SOLO EN CORRIDA COMPLETA)
               IF MODO-COMPLETO
                  PERFORM 660-EVALUA-INDICIOS
               END-IF
      *    DOMICILIO DE LA PERSONA CONTRA SEPOMEX, UNA VEZ POR
      *    CONTRATO
               PERFORM 670-VALIDA-CP
               PERFORM UNTIL ID-INV-LEI NOT = ID-INV-PROC
                  MOVE WS-SAT-ANIO         TO WS-REP-ANIO
                  MOVE WS-SAT-CONTRATO     TO WS-REP-CONTRATO
      *
      *    UN RFC/CURP MALFORMADO SE VA AL ARCHIVO DE PERSONAS
      *    INVALIDAS CON SU RAZON; SOLO LO LIMPIO FLUYE A REPORTE2
                  MOVE CAT-RFC             TO W615-RFC
                  MOVE CAT-CURP            TO W615-CURP
                  MOVE CAT-TPO-PER         TO W615-TPO-PER
                  PERFORM 615-VALIDA-RFC-CURP
                  IF PERSONA-VALIDA
                     ADD 1                 TO A990-REG-PERS-VALIDAS
      *    UN CONTRATO CON COTITULARES SALE REPARTIDO, UN RENGLON
      *    POR TITULAR
                     PERFORM 640-REPARTE-COTITULARES
                     PERFORM 630-DETECTA-ANOMALIAS
                  ELSE
                     ADD 1                 TO A990-REG-PERS-INVALID
                     PERFORM 620-GRABA-REP5
                  END-IF
                  IF MODO-COMPLETO
                     PERFORM 661-ACUMULA-SALDO
                  END-IF
                  PERFORM 500-LEE-INV1
               END-PERFORM
               IF MODO-COMPLETO
                  PERFORM 665-GRABA-FATCA
               END-IF
               MOVE ID-CLI-LEI          TO ID-CLI-PROC
      *    SI UN CORTE DE ENTIDAD (DENTRO DE 500-LEE-INV1) YA
      *    REPOSICIONO A LAS PERSONAS, LA QUE ESTA EN EL AREA ES LA
              DISPLAY 'FILE STATUS : ' STATUS-REP6
              MOVE 16                       TO RETURN-CODE
           END-IF
      *
           CLOSE SA-REP7
           IF NOT FS-REP7-OK
              DISPLAY 'ERROR AL CERRAR LISTA DE COTITULARIDAD'
              DISPLAY 'FILE STATUS : ' STATUS-REP7
              MOVE 16                       TO RETURN-CODE
           END-IF
           MOVE '00'                        TO STATUS-COTI
           CLOSE SA-COTI
      *
           CLOSE SA-REP8
           IF NOT FS-REP8-OK
              DISPLAY 'ERROR AL CERRAR CUENTAS REPORTABLES FATCA/CRS'
              DISPLAY 'FILE STATUS : ' STATUS-REP8
              MOVE 16                       TO RETURN-CODE
           END-IF
      *
           CLOSE SA-REP9
           IF NOT FS-REP9-OK
              DISPLAY 'ERROR AL CERRAR LISTA DE REVISION FATCA/CRS'
              DISPLAY 'FILE STATUS : ' STATUS-REP9
              MOVE 16                       TO RETURN-CODE
           END-IF
      *
           CLOSE SA-REPA
           IF NOT FS-REPA-OK
              DISPLAY 'ERROR AL CERRAR DOMICILIOS INCONSISTENTES'
              DISPLAY 'FILE STATUS : ' STATUS-REPA
              MOVE 16                       TO RETURN-CODE
           END-IF
      *
      *    EN MODO MULTIENTIDAD SE CIERRA LA SECCION DE LA ULTIMA
      *    ENTIDAD ANTES DEL GRAN TOTAL
           END-IF
           IF S610-HALLADO = 'S'
              SET IX005 TO I005-K
              IF S610-CUENTA-CONTRATO = 'S'
                 ADD 1                  TO T005-CONTRATOS (IX005)
              END-IF
              PERFORM VARYING I610-MES FROM 1 BY 1
                        UNTIL I610-MES > 12
                 ADD WS-REP-IMPORTE (I610-MES)
                                           (IX005 I610-MES)
              END-PERFORM
           END-IF
           IF S610-CUENTA-CONTRATO = 'S'
              ADD 1                     TO T009-CONTRATOS
           ELSE
              ADD 1                     TO A640-REG-ADICIONALES
           END-IF
           PERFORM VARYING I610-MES FROM 1 BY 1
                     UNTIL I610-MES > 12
              ADD WS-REP-IMPORTE (I610-MES)
      *
      *    RFC: FISICA = 4 LETRAS + FECHA + HOMOCLAVE (13);
      *         MORAL  = 3 LETRAS + FECHA + HOMOCLAVE (12)
           IF W615-TPO-PER = 'F'
              MOVE W615-RFC (5:6)        TO W615-FECHA
              IF W615-RFC (1:4) IS NOT LETRA-RFC
              OR W615-RFC (5:6) IS NOT NUMERIC
              OR W615-RFC (11:3) = SPACES
                 MOVE 'N'               TO S615-PERSONA-VALIDA
                 MOVE '01'              TO W615-RAZON-COD
                 MOVE 'RFC ESTRUCTURA INVALIDA' TO W615-RAZON-DESC
              END-IF
           ELSE
              MOVE W615-RFC (4:6)        TO W615-FECHA
              IF W615-RFC (1:3) IS NOT LETRA-RFC
              OR W615-RFC (4:6) IS NOT NUMERIC
              OR W615-RFC (10:3) = SPACES
              OR W615-RFC (13:1) NOT = SPACES
                 MOVE 'N'               TO S615-PERSONA-VALIDA
                 MOVE '01'              TO W615-RAZON-COD
                 MOVE 'RFC ESTRUCTURA INVALIDA' TO W615-RAZON-DESC
      *    CURP: 4 LETRAS + FECHA + SEXO H/M + 5 LETRAS + 2 FINALES;
      *    UNA MORAL SIN CURP ES ACEPTABLE
           IF PERSONA-VALIDA
              IF W615-CURP = SPACES
                 IF W615-TPO-PER NOT = 'M'
                    MOVE 'N'            TO S615-PERSONA-VALIDA
                    MOVE '03'           TO W615-RAZON-COD
                    MOVE 'CURP AUSENTE'        TO W615-RAZON-DESC
                 END-IF
              ELSE
                 IF W615-CURP (1:4)  IS NOT ALPHABETIC
                 OR W615-CURP (1:4)   = SPACES
                 OR W615-CURP (5:6)  IS NOT NUMERIC
                 OR (W615-CURP (11:1) NOT = 'H' AND
                     W615-CURP (11:1) NOT = 'M')
                 OR W615-CURP (12:5) IS NOT ALPHABETIC
                 OR W615-CURP (17:1)  = SPACES
                 OR W615-CURP (18:1) IS NOT NUMERIC
                    MOVE 'N'            TO S615-PERSONA-VALIDA
                    MOVE '04'           TO W615-RAZON-COD
                    MOVE 'CURP ESTRUCTURA INVALIDA' TO W615-RAZON-DESC
           EXIT.
      /
      *----
      *    REPARTE EL REGISTRO CRUZADO ENTRE LOS TITULARES DEL
      *    CONTRATO: SIN REPARTO SE GRABA COMO SIEMPRE BAJO EL TITULAR
      *    PRINCIPAL; CON UN REPARTO INVALIDO (O MARCADO COMO
      *    COTITULAR SIN REPARTO) TAMBIEN, PERO EL CONTRATO VA A LA
      *    LISTA DE TRABAJO; CON UN REPARTO VALIDO SALE UN RENGLON
      *    POR TITULAR CON SUS IMPORTES PROPORCIONALES
      *----
       640-REPARTE-COTITULARES SECTION.
           PERFORM 641-CARGA-COTITULARES
           MOVE SPACES                  TO W640-RAZON-COD
                                           W640-RAZON-DESC
                                           W640-RFC-RECHAZO
           MOVE ZEROS                   TO W640-SUMA-PCT
           IF I640-NUM = 0
              IF CAT-COTITU = 'S'
                 MOVE '01'              TO W640-RAZON-COD
                 MOVE 'COTITULAR SIN REPARTO'
                                        TO W640-RAZON-DESC
              END-IF
           ELSE
              PERFORM 642-VALIDA-REPARTO
           END-IF
           IF W640-RAZON-COD NOT = SPACES
              PERFORM 648-GRABA-REP7
           END-IF
           IF I640-NUM = 0 OR W640-RAZON-COD NOT = SPACES
              PERFORM 600-GRABA-REP2
           ELSE
              PERFORM 643-GRABA-TITULARES
           END-IF
           EXIT.
      /
      *----
      *    DEJA EN LA TABLA LOS TITULARES DEL CONTRATO EN PROCESO
      *    (UNA SOLA VEZ POR CONTRATO+SECUENCIA; EL ARCHIVO AVANZA A
      *    LA PAR DEL INVENTARIO)
      *----
       641-CARGA-COTITULARES SECTION.
           IF ID-INV-LEI NOT = W640-LLAVE-CARGADA
              MOVE ID-INV-LEI           TO W640-LLAVE-CARGADA
              MOVE 0                    TO I640-NUM
              MOVE 'N'                  TO S640-EXCEDE
              MOVE 'N'                  TO S640-YA-LISTADO
              PERFORM UNTIL ID-COT-LEI NOT < ID-INV-LEI
                 PERFORM 645-LEE-COTI
              END-PERFORM
              PERFORM UNTIL ID-COT-LEI NOT = ID-INV-LEI
                 IF I640-NUM < C640-MAX
                    ADD 1               TO I640-NUM
                    MOVE COT-RFC        TO T640-RFC     (I640-NUM)
                    MOVE COT-CURP       TO T640-CURP    (I640-NUM)
                    MOVE COT-TPO-PER    TO T640-TPO-PER (I640-NUM)
                    MOVE COT-PORCENTAJE TO T640-PCT     (I640-NUM)
                    MOVE COT-NOMBRE     TO T640-NOMBRE  (I640-NUM)
                 ELSE
                    MOVE 'S'            TO S640-EXCEDE
                 END-IF
                 PERFORM 645-LEE-COTI
              END-PERFORM
           END-IF
           EXIT.
      /
      *----
      *    UN REPARTO ES VALIDO SI CABE EN LA TABLA, CADA PORCENTAJE
      *    ES MAYOR A CERO Y SUMAN 100, EL TITULAR PRINCIPAL ESTA EN
      *    EL UNA SOLA VEZ Y CADA COTITULAR TRAE RFC/CURP
      *    ESTRUCTURALMENTE VALIDOS; DEJA EN W640 LA RAZON DEL PRIMER
      *    RECHAZO
      *----
       642-VALIDA-REPARTO SECTION.
           MOVE 0                       TO I640-TITULAR
           PERFORM VARYING I640-I FROM 1 BY 1
                     UNTIL I640-I > I640-NUM
              ADD T640-PCT (I640-I)     TO W640-SUMA-PCT
              IF T640-PCT (I640-I) = ZEROS
              AND W640-RAZON-COD = SPACES
                 MOVE '02'              TO W640-RAZON-COD
                 MOVE 'PORCENTAJES NO SUMAN 100'
                                        TO W640-RAZON-DESC
                 MOVE T640-RFC (I640-I) TO W640-RFC-RECHAZO
              END-IF
              IF T640-RFC (I640-I) = CAT-RFC
                 ADD 1                  TO I640-TITULAR
              ELSE
                 IF W640-RAZON-COD = SPACES
                    MOVE T640-RFC     (I640-I) TO W615-RFC
                    MOVE T640-CURP    (I640-I) TO W615-CURP
                    MOVE T640-TPO-PER (I640-I) TO W615-TPO-PER
                    PERFORM 615-VALIDA-RFC-CURP
                    IF PERSONA-INVALIDA
                       MOVE '04'        TO W640-RAZON-COD
                       MOVE 'COTITULAR CON RFC/CURP INVALIDO'
                                        TO W640-RAZON-DESC
                       MOVE T640-RFC (I640-I) TO W640-RFC-RECHAZO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           MOVE 'S'                     TO S615-PERSONA-VALIDA
           IF W640-RAZON-COD = SPACES
              EVALUATE TRUE
                 WHEN S640-EXCEDE = 'S'
                    MOVE '05'           TO W640-RAZON-COD
                    MOVE 'EXCEDE EL MAXIMO DE TITULARES'
                                        TO W640-RAZON-DESC
                 WHEN W640-SUMA-PCT NOT = 100
                    MOVE '02'           TO W640-RAZON-COD
                    MOVE 'PORCENTAJES NO SUMAN 100'
                                        TO W640-RAZON-DESC
                 WHEN I640-TITULAR = 0
                    MOVE '03'           TO W640-RAZON-COD
                    MOVE 'TITULAR FUERA DEL REPARTO'
                                        TO W640-RAZON-DESC
                    MOVE CAT-RFC        TO W640-RFC-RECHAZO
                 WHEN I640-TITULAR > 1
                    MOVE '06'           TO W640-RAZON-COD
                    MOVE 'TITULAR DUPLICADO EN EL REPARTO'
                                        TO W640-RAZON-DESC
                    MOVE CAT-RFC        TO W640-RFC-RECHAZO
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           EXIT.
      /
      *----
      *    UN RENGLON DE REPORTE2 POR TITULAR: EL PRINCIPAL CON SUS
      *    DATOS DEL CATALOGO Y LOS COTITULARES CON LOS DEL REPARTO
      *    (EL DOMICILIO ES EL DEL CONTRATO); AL TERMINAR SE DEJA EL
      *    REGISTRO COMO LO ARMO EL CRUCE (IMPORTES SIN REPARTIR)
      *----
       643-GRABA-TITULARES SECTION.
           ADD 1                        TO A640-REG-REPARTIDOS
           MOVE WS-REP-TABLA            TO W640-TABLA-ORIG
           PERFORM VARYING I640-MES FROM 1 BY 1
                     UNTIL I640-MES > 12
              MOVE ZEROS                TO W640-IMP-ACUM (I640-MES)
           END-PERFORM
           PERFORM VARYING I640-I FROM 1 BY 1
                     UNTIL I640-I > I640-NUM
              IF T640-RFC (I640-I) = CAT-RFC
                 MOVE CAT-RFC           TO WS-REP-RFC
                 MOVE CAT-CURP          TO WS-REP-CURP
                 MOVE CAT-NOMBRE        TO WS-REP-NOM-COMP
                 MOVE CAT-TPO-PER       TO W027-TPO-PER
                 MOVE CAT-COTITU        TO WS-REP-COTITU
                 MOVE 'S'               TO S610-CUENTA-CONTRATO
              ELSE
                 MOVE T640-RFC     (I640-I) TO WS-REP-RFC
                 MOVE T640-CURP    (I640-I) TO WS-REP-CURP
                 MOVE T640-NOMBRE  (I640-I) TO WS-REP-NOM-COMP
                 MOVE T640-TPO-PER (I640-I) TO W027-TPO-PER
                 MOVE 'C'               TO WS-REP-COTITU
                 MOVE 'N'               TO S610-CUENTA-CONTRATO
              END-IF
              PERFORM 027-BUSCA-SECTOR
              PERFORM VARYING I640-MES FROM 1 BY 1
                        UNTIL I640-MES > 12
                 IF I640-I = I640-NUM
                    COMPUTE WS-REP-IMPORTE (I640-MES) =
                            W640-IMP-ORIG (I640-MES) -
                            W640-IMP-ACUM (I640-MES)
                 ELSE
                    COMPUTE WS-REP-IMPORTE (I640-MES) ROUNDED =
                            W640-IMP-ORIG (I640-MES) *
                            T640-PCT (I640-I) / 100
                    ADD WS-REP-IMPORTE (I640-MES)
                                        TO W640-IMP-ACUM (I640-MES)
                 END-IF
              END-PERFORM
              PERFORM 600-GRABA-REP2
           END-PERFORM
           MOVE 'S'                     TO S610-CUENTA-CONTRATO
           MOVE CAT-RFC                 TO WS-REP-RFC
           MOVE CAT-CURP                TO WS-REP-CURP
           MOVE CAT-NOMBRE              TO WS-REP-NOM-COMP
           MOVE CAT-TPO-PER             TO W027-TPO-PER
           MOVE CAT-COTITU              TO WS-REP-COTITU
           PERFORM 027-BUSCA-SECTOR
           MOVE W640-TABLA-ORIG         TO WS-REP-TABLA
           EXIT.
      /
       645-LEE-COTI SECTION.
           MOVE ID-COT-LEI              TO ID-COT-ANT
           READ SA-COTI AT END
              MOVE HIGH-VALUES          TO ID-COT-LEI
           END-READ
           IF NOT FS-COTI-OK AND NOT FS-COTI-FIN
              DISPLAY 'ERROR AL LEER ARCHIVO DE COTITULARES'
              DISPLAY 'FILE STATUS : ' STATUS-COTI
              MOVE 16                   TO RETURN-CODE
              MOVE HIGH-VALUES          TO ID-COT-LEI
           END-IF
           IF FS-COTI-OK
              MOVE COT-CONTRATO         TO ID-CONTRATO-COT-LEI
              MOVE COT-SECUENCIA        TO ID-SECUENCIA-COT-LEI
              IF ID-COT-LEI < ID-COT-ANT
                 DISPLAY '********************************************'
                 DISPLAY '*  ARCHIVO DE COTITULARES NO ESTA ORDENADO *'
                 DISPLAY '*  NO. CONTRATO ANTERIOR: ', ID-COT-ANT
                 DISPLAY '*  NO. CONTRATO ACTUAL  : ', ID-COT-LEI
                 DISPLAY '********************************************'
                 MOVE 16                TO RETURN-CODE
                 PERFORM 030-TERMINA
              END-IF
           END-IF
           EXIT.
      /
      *----
      *    GRABA EL CONTRATO EN LA LISTA DE TRABAJO DE COTITULARIDAD
      *    (UNA VEZ POR CONTRATO+SECUENCIA)
      *----
       648-GRABA-REP7 SECTION.
           IF S640-YA-LISTADO = 'N'
              MOVE 'S'                  TO S640-YA-LISTADO
              MOVE SPACES               TO REG-REP7
              MOVE WS-SAT-CONTRATO      TO WS-REP7-CONTRATO
              MOVE WS-SAT-SECUENCI      TO WS-REP7-SECUENCI
              MOVE W640-RAZON-COD       TO WS-REP7-RAZON-COD
              MOVE W640-RAZON-DESC      TO WS-REP7-RAZON-DESC
              MOVE I640-NUM             TO WS-REP7-NUM-TITULARES
              MOVE W640-SUMA-PCT        TO WS-REP7-SUMA-PCT
              MOVE W640-RFC-RECHAZO     TO WS-REP7-RFC
              WRITE REG-REP7
              IF NOT FS-REP7-OK
                 DISPLAY 'ERROR AL ESCRIBIR LISTA DE COTITULARIDAD'
                 DISPLAY 'FILE STATUS: ' STATUS-REP7
                 MOVE 16                TO RETURN-CODE
              END-IF
              ADD 1                     TO A640-CONT-PENDIENTES
           END-IF
           EXIT.
      /
      *----
      *    BUSCA LOS INDICIOS DE RESIDENCIA FISCAL EN EL EXTRANJERO
      *    DEL TITULAR: RFC GENERICO DE EXTRANJEROS, LEYENDA DE
      *    DOMICILIO EN EL EXTRANJERO EN EL DOMICILIO O EL ESTADO, Y
      *    MARCA DE PAIS EN LA CLAVE DE IDENTIFICACION
      *----
       660-EVALUA-INDICIOS SECTION.
           MOVE 'N'                     TO S660-IND-RFC
                                           S660-IND-DOMICILIO
                                           S660-IND-PAIS
           MOVE 0                       TO I660-NUM-INDICIOS
           MOVE ZEROS                   TO W660-SALDO-ANUAL
           MOVE W950-ENTIDAD            TO W660-ENTIDAD
           MOVE WS-SAT-CONTRATO         TO W660-CONTRATO
           MOVE WS-SAT-SECUENCI         TO W660-SECUENCI
           MOVE WS-SAT-ANIO             TO W660-ANIO
           MOVE CAT-RFC                 TO W660-RFC
           MOVE CAT-CURP                TO W660-CURP
           MOVE CAT-TPO-PER             TO W660-TPO-PER
           MOVE CAT-NOMBRE              TO W660-NOMBRE
           MOVE CAT-ESTADO              TO W660-ESTADO
      *
           IF CAT-RFC = C660-RFC-GENERICO
              MOVE 'S'                  TO S660-IND-RFC
              ADD 1                     TO I660-NUM-INDICIOS
           END-IF
      *
           PERFORM 662-BUSCA-LEYENDAS
           IF I660-CUENTA > 0
              MOVE 'S'                  TO S660-IND-DOMICILIO
              ADD 1                     TO I660-NUM-INDICIOS
           END-IF
      *
           IF CAT-IDEN-EXTRANJERO
              MOVE 'S'                  TO S660-IND-PAIS
              ADD 1                     TO I660-NUM-INDICIOS
           END-IF
           EXIT.
      /
      *----
      *    CUENTA EN I660-CUENTA LAS LEYENDAS DE DOMICILIO EN EL
      *    EXTRANJERO QUE APARECEN EN EL DOMICILIO O EL ESTADO DE LA
      *    PERSONA EN EL AREA DEL CATALOGO
      *----
       662-BUSCA-LEYENDAS SECTION.
           MOVE SPACES                  TO W660-DIRECCION
           MOVE CAT-DOMICILIO           TO W660-DIRECCION (2:160)
           MOVE CAT-ESTADO              TO W660-DIRECCION (163:20)
           MOVE 0                       TO I660-CUENTA
           PERFORM VARYING I660-I FROM 1 BY 1
                     UNTIL I660-I > C660-NUM-LEYENDAS
              INSPECT W660-DIRECCION TALLYING I660-CUENTA
                      FOR ALL T660-TEXTO (I660-I)
                              (1:T660-LONG (I660-I))
           END-PERFORM
           EXIT.
      /
      *----
      *    SUMA LOS IMPORTES DEL ANIO DEL RENGLON DE INVENTARIO EN
      *    PROCESO (SIN REPARTIR ENTRE COTITULARES)
      *----
       661-ACUMULA-SALDO SECTION.
           IF I660-NUM-INDICIOS > 0
              PERFORM VARYING I660-MES FROM 1 BY 1
                        UNTIL I660-MES > 12
                 ADD WS-SAT-IMPORTE (I660-MES) TO W660-SALDO-ANUAL
              END-PERFORM
           END-IF
           EXIT.
      /
      *----
      *    CLASIFICA EL CONTRATO: EL RFC GENERICO DE EXTRANJEROS O
      *    DOS INDICIOS LO HACEN REPORTABLE; UN SOLO INDICIO DE
      *    DOMICILIO O DE MARCA DE PAIS LO MANDA A REVISION
      *----
       665-GRABA-FATCA SECTION.
           EVALUATE TRUE
              WHEN I660-NUM-INDICIOS = 0
                 CONTINUE
              WHEN S660-IND-RFC = 'S'
              OR   I660-NUM-INDICIOS > 1
                 MOVE SPACES            TO REG-REP8
                 MOVE W660-ENTIDAD      TO WS-REP8-ENTIDAD
                 MOVE W660-CONTRATO     TO WS-REP8-CONTRATO
                 MOVE W660-SECUENCI     TO WS-REP8-SECUENCI
                 MOVE W660-ANIO         TO WS-REP8-ANIO
                 MOVE W660-RFC          TO WS-REP8-RFC
                 MOVE W660-CURP         TO WS-REP8-CURP
                 MOVE W660-TPO-PER      TO WS-REP8-TPO-PER
                 MOVE W660-NOMBRE       TO WS-REP8-NOMBRE
                 MOVE W660-ESTADO       TO WS-REP8-ESTADO
                 MOVE S660-IND-RFC      TO WS-REP8-IND-RFC
                 MOVE S660-IND-DOMICILIO TO WS-REP8-IND-DOMICILIO
                 MOVE S660-IND-PAIS     TO WS-REP8-IND-PAIS
                 MOVE I660-NUM-INDICIOS TO WS-REP8-NUM-INDICIOS
                 MOVE W660-SALDO-ANUAL  TO WS-REP8-SALDO-ANUAL
                 WRITE REG-REP8
                 IF NOT FS-REP8-OK
                    DISPLAY 'ERROR AL ESCRIBIR CUENTAS REPORTABLES'
                    DISPLAY 'FILE STATUS: ' STATUS-REP8
                    MOVE 16             TO RETURN-CODE
                 END-IF
                 ADD 1                  TO A660-CONT-REPORTABLES
                 ADD W660-SALDO-ANUAL   TO A660-SALDO-REPORTABLE
              WHEN OTHER
                 MOVE SPACES            TO REG-REP9
                 MOVE W660-ENTIDAD      TO WS-REP9-ENTIDAD
                 MOVE W660-CONTRATO     TO WS-REP9-CONTRATO
                 MOVE W660-SECUENCI     TO WS-REP9-SECUENCI
                 MOVE W660-RFC          TO WS-REP9-RFC
                 MOVE S660-IND-RFC      TO WS-REP9-IND-RFC
                 MOVE S660-IND-DOMICILIO TO WS-REP9-IND-DOMICILIO
                 MOVE S660-IND-PAIS     TO WS-REP9-IND-PAIS
                 IF S660-IND-DOMICILIO = 'S'
                    MOVE 'SOLO DOMICILIO EN EL EXTRANJERO'
                                        TO WS-REP9-RAZON-DESC
                 ELSE
                    MOVE 'SOLO MARCA DE PAIS EXTRANJERO'
                                        TO WS-REP9-RAZON-DESC
                 END-IF
                 MOVE W660-ESTADO       TO WS-REP9-ESTADO
                 MOVE W660-SALDO-ANUAL  TO WS-REP9-SALDO-ANUAL
                 WRITE REG-REP9
                 IF NOT FS-REP9-OK
                    DISPLAY 'ERROR AL ESCRIBIR LISTA DE REVISION '
                            'FATCA/CRS'
                    DISPLAY 'FILE STATUS: ' STATUS-REP9
                    MOVE 16             TO RETURN-CODE
                 END-IF
                 ADD 1                  TO A660-CONT-REVISION
           END-EVALUATE
           MOVE 0                       TO I660-NUM-INDICIOS
           EXIT.
      /
      *----
      *    VALIDA EL DOMICILIO DE LA PERSONA CONTRA SEPOMEX: EL CP DEL
      *    DOMICILIO DEBE EXISTIR Y CORRESPONDER AL MUNICIPIO Y AL
      *    ESTADO CAPTURADOS. LOS DOMICILIOS EN EL EXTRANJERO NO
      *    TIENEN CP MEXICANO Y NO SE VALIDAN
      *----
       670-VALIDA-CP SECTION.
           ADD 1                        TO A670-CP-REVISADOS
           MOVE SPACES                  TO W670-RAZON-COD
                                           W670-RAZON-DESC
           PERFORM 662-BUSCA-LEYENDAS
           IF CAT-IDEN-EXTRANJERO OR I660-CUENTA > 0
              ADD 1                     TO A670-CP-EXTRANJEROS
           ELSE
              PERFORM 671-EXTRAE-CP
              MOVE CAT-MUNICIPIO        TO W670-MUNICIPIO
              MOVE CAT-ESTADO           TO W670-ESTADO
              INSPECT W670-MUNICIPIO CONVERTING
                      'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              INSPECT W670-ESTADO CONVERTING
                      'abcdefghijklmnopqrstuvwxyz'
                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
              IF W670-CP = SPACES
                 MOVE '01'              TO W670-RAZON-COD
                 MOVE 'CP AUSENTE EN EL DOMICILIO'
                                        TO W670-RAZON-DESC
                 ADD 1                  TO A670-CP-SIN-CP
              ELSE
                 SEARCH ALL T670-SEPOMEX
                    AT END
                       MOVE '02'        TO W670-RAZON-COD
                       MOVE 'CP NO EXISTE EN SEPOMEX'
                                        TO W670-RAZON-DESC
                       ADD 1            TO A670-CP-NO-EXISTE
                    WHEN T670-CP (IX670) = W670-CP
                       EVALUATE TRUE
                          WHEN W670-MUNICIPIO = SPACES
                             MOVE '03'  TO W670-RAZON-COD
                             MOVE 'MUNICIPIO EN BLANCO'
                                        TO W670-RAZON-DESC
                             ADD 1      TO A670-CP-MUN-BLANCO
                          WHEN W670-MUNICIPIO NOT =
                               T670-MUNICIPIO (IX670)
                             MOVE '04'  TO W670-RAZON-COD
                             MOVE 'MUNICIPIO NO CORRESPONDE AL CP'
                                        TO W670-RAZON-DESC
                             ADD 1      TO A670-CP-NO-CORRESPONDE
                          WHEN W670-ESTADO NOT =
                               T670-ESTADO (IX670)
                             MOVE '05'  TO W670-RAZON-COD
                             MOVE 'ESTADO NO CORRESPONDE AL CP'
                                        TO W670-RAZON-DESC
                             ADD 1      TO A670-CP-NO-CORRESPONDE
                          WHEN OTHER
                             ADD 1      TO A670-CP-CORRECTOS
                       END-EVALUATE
                 END-SEARCH
              END-IF
              IF W670-RAZON-COD NOT = SPACES
                 PERFORM 673-GRABA-REPA
              END-IF
           END-IF
           EXIT.
      /
      *----
      *    TOMA COMO CP EL ULTIMO GRUPO DE 5 DIGITOS DEL DOMICILIO
      *    QUE NO ESTE PEGADO A OTROS DIGITOS (EL DOMICILIO SE
      *    ENMARCA EN BLANCOS PARA REVISAR LOS VECINOS DEL GRUPO)
      *----
       671-EXTRAE-CP SECTION.
           MOVE SPACES                  TO W670-CP
           MOVE SPACES                  TO W670-DOMICILIO
           MOVE CAT-DOMICILIO           TO W670-DOMICILIO (2:160)
           PERFORM VARYING I670-POS FROM 2 BY 1
                     UNTIL I670-POS > 157
              IF W670-DOMICILIO (I670-POS:5) IS NUMERIC
              AND W670-DOMICILIO (I670-POS - 1:1) IS NOT NUMERIC
              AND W670-DOMICILIO (I670-POS + 5:1) IS NOT NUMERIC
                 MOVE W670-DOMICILIO (I670-POS:5) TO W670-CP
              END-IF
           END-PERFORM
           EXIT.
      /
      *----
      *    GRABA LA PERSONA CON DOMICILIO INCONSISTENTE Y LOS VALORES
      *    QUE SUGIERE SEPOMEX PARA SU CP
      *----
       673-GRABA-REPA SECTION.
           MOVE SPACES                  TO REG-REPA
           MOVE WS-SAT-CONTRATO         TO WS-REPA-CONTRATO
           MOVE WS-SAT-SECUENCI         TO WS-REPA-SECUENCI
           MOVE CAT-RFC                 TO WS-REPA-RFC
           MOVE W670-RAZON-COD          TO WS-REPA-RAZON-COD
           MOVE W670-RAZON-DESC         TO WS-REPA-RAZON-DESC
           MOVE WS-SAT-CONTRATO (1:3)   TO WS-REPA-SUCURSAL
           MOVE W670-CP                 TO WS-REPA-CP
           MOVE CAT-MUNICIPIO           TO WS-REPA-MUNICIPIO
           MOVE CAT-ESTADO              TO WS-REPA-ESTADO
           IF W670-RAZON-COD NOT < '03'
              MOVE T670-MUNICIPIO (IX670) TO WS-REPA-MUN-SUGERIDO
              MOVE T670-ESTADO    (IX670) TO WS-REPA-EDO-SUGERIDO
           END-IF
           WRITE REG-REPA
           IF NOT FS-REPA-OK
              DISPLAY 'ERROR AL ESCRIBIR DOMICILIOS INCONSISTENTES'
              DISPLAY 'FILE STATUS: ' STATUS-REPA
              MOVE 16                   TO RETURN-CODE
           END-IF
           ADD 1                        TO A670-CP-INCONSISTENTES
           EXIT.
      /
      *----
      *    CARGA EL CATALOGO SEPOMEX A MEMORIA; DEBE VENIR EN ORDEN
      *    ASCENDENTE DE CP (LA BUSQUEDA ES BINARIA). UN CP REPETIDO
      *    CONSERVA SU PRIMER RENGLON
      *----
       675-CARGA-SEPOMEX SECTION.
           MOVE 0                       TO I670-NUM
           OPEN INPUT SA-SEPO
           IF NOT FS-SEPO-OK
              DISPLAY 'ERROR AL ABRIR CATALOGO SEPOMEX'
              DISPLAY 'FILE STATUS = ' STATUS-SEPO
              MOVE 16                   TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM UNTIL FS-SEPO-FIN
              READ SA-SEPO
                 AT END
                    CONTINUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN SEP-CP < W670-CP-ANT
                          DISPLAY 'CATALOGO SEPOMEX NO ESTA ORDENADO '
                                  'POR CP: ' SEP-CP
                          MOVE 16       TO RETURN-CODE
                          GOBACK
                       WHEN SEP-CP = W670-CP-ANT
                          ADD 1         TO A670-SEPO-DUPLICADOS
                       WHEN I670-NUM NOT < C670-MAX
                          DISPLAY 'CATALOGO SEPOMEX EXCEDE LA TABLA DE '
                                  C670-MAX ' CODIGOS POSTALES'
                          MOVE 16       TO RETURN-CODE
                          GOBACK
                       WHEN OTHER
                          ADD 1         TO I670-NUM
                          MOVE SEP-CP        TO T670-CP (I670-NUM)
                          MOVE SEP-MUNICIPIO TO T670-MUNICIPIO
                                                (I670-NUM)
                          MOVE SEP-ESTADO    TO T670-ESTADO
                                                (I670-NUM)
                    END-EVALUATE
                    MOVE SEP-CP         TO W670-CP-ANT
              END-READ
           END-PERFORM
           CLOSE SA-SEPO
           IF I670-NUM = 0
              DISPLAY 'CATALOGO SEPOMEX VACIO'
              MOVE 16                   TO RETURN-CODE
              GOBACK
           END-IF
           EXIT.
      /
      *----
      *    GRABA LA PERSONA INVALIDA CON SU RAZON DE RECHAZO
      *----
       620-GRABA-REP5 SECTION.
              MOVE A990-REG-PERS-INVALID TO CIF-VALOR
              MOVE 'REG-PERS-INVALID'  TO CIF-NOMBRE
              PERFORM 996-GRABA-RENGLON
              MOVE A640-REG-ADICIONALES TO CIF-VALOR
              MOVE 'REG-ESC-COTITULAR' TO CIF-NOMBRE
              PERFORM 996-GRABA-RENGLON
              MOVE A640-CONT-PENDIENTES TO CIF-VALOR
              MOVE 'CONT-COTIT-PEND'   TO CIF-NOMBRE
              PERFORM 996-GRABA-RENGLON
              MOVE A670-CP-REVISADOS   TO CIF-VALOR
              MOVE 'CP-REVISADOS'      TO CIF-NOMBRE
              PERFORM 996-GRABA-RENGLON
              MOVE A670-CP-INCONSISTENTES TO CIF-VALOR
              MOVE 'CP-INCONSISTENTES' TO CIF-NOMBRE
              PERFORM 996-GRABA-RENGLON
              IF MODO-COMPLETO
                 MOVE A660-CONT-REPORTABLES TO CIF-VALOR
                 MOVE 'FATCA-REPORTABLES'   TO CIF-NOMBRE
                 PERFORM 996-GRABA-RENGLON
                 MOVE A660-SALDO-REPORTABLE TO CIF-VALOR
                 MOVE 'FATCA-SALDO-REPORT'  TO CIF-NOMBRE
                 PERFORM 996-GRABA-RENGLON
                 MOVE A660-CONT-REVISION    TO CIF-VALOR
                 MOVE 'FATCA-REVISION'      TO CIF-NOMBRE
                 PERFORM 996-GRABA-RENGLON
              END-IF
              PERFORM VARYING I960-I FROM 1 BY 1
                        UNTIL I960-I > I960-NUM
                 MOVE T960-VALOR  (I960-I) TO CIF-VALOR
           DISPLAY CON-PROGRAMA,
           'REGISTROS CON IMPORTES ANOMALOS          :',
           A990-CIFRA
      *
           MOVE A640-REG-REPARTIDOS         TO A990-CIFRA
           DISPLAY CON-PROGRAMA,
           'REGISTROS REPARTIDOS ENTRE COTITULARES   :',
           A990-CIFRA
      *
           MOVE A640-REG-ADICIONALES        TO A990-CIFRA
           DISPLAY CON-PROGRAMA,
           'RENGLONES ADICIONALES DE COTITULARES     :',
           A990-CIFRA
      *
           MOVE A640-CONT-PENDIENTES        TO A990-CIFRA
           DISPLAY CON-PROGRAMA,
           'CONTRATOS EN LISTA DE COTITULARIDAD      :',
           A990-CIFRA
      *
           MOVE I670-NUM                    TO A990-CIFRA
           DISPLAY CON-PROGRAMA,
           'CODIGOS POSTALES CARGADOS DE SEPOMEX     :',
           A990-CIFRA
           MOVE A670-SEPO-DUPLICADOS        TO A990-CIFRA
           DISPLAY CON-PROGRAMA,
           'CP REPETIDOS EN SEPOMEX (SE IGNORAN)     :',
           A990-CIFRA
           MOVE A670-CP-REVISADOS           TO A990-CIFRA
           DISPLAY CON-PROGRAMA,
           'DOMICILIOS REVISADOS CONTRA SEPOMEX      :',
           A990-CIFRA
           MOVE A670-CP-CORRECTOS           TO A990-CIFRA
           DISPLAY CON-PROGRAMA,
           'DOMICILIOS CONSISTENTES                  :',
           A990-CIFRA
           MOVE A670-CP-EXTRANJEROS         TO A990-CIFRA
           DISPLAY CON-PROGRAMA,
           'DOMICILIOS EN EL EXTRANJERO (SIN VALIDAR):',
           A990-CIFRA
           MOVE A670-CP-SIN-CP              TO A990-CIFRA
           DISPLAY CON-PROGRAMA,
           'DOMICILIOS SIN CP                        :',
           A990-CIFRA
           MOVE A670-CP-NO-EXISTE           TO A990-CIFRA
           DISPLAY CON-PROGRAMA,
           'CP INEXISTENTES EN SEPOMEX               :',
           A990-CIFRA
           MOVE A670-CP-MUN-BLANCO          TO A990-CIFRA
           DISPLAY CON-PROGRAMA,
           'MUNICIPIOS EN BLANCO                     :',
           A990-CIFRA
           MOVE A670-CP-NO-CORRESPONDE      TO A990-CIFRA
           DISPLAY CON-PROGRAMA,
           'MUNICIPIO/ESTADO QUE NO CORRESPONDEN     :',
           A990-CIFRA
           MOVE A670-CP-INCONSISTENTES      TO A990-CIFRA
           DISPLAY CON-PROGRAMA,
           'DOMICILIOS INCONSISTENTES ESCRITOS       :',
           A990-CIFRA
           IF A670-CP-REVISADOS NOT =
              A670-CP-CORRECTOS + A670-CP-EXTRANJEROS
                                + A670-CP-INCONSISTENTES
              DISPLAY CON-PROGRAMA,
              '*** LA REVISION DE DOMICILIOS NO AMARRA ***'
              MOVE 16                       TO RETURN-CODE
           END-IF
      *
           IF MODO-COMPLETO
              MOVE A660-CONT-REPORTABLES    TO A990-CIFRA
              DISPLAY CON-PROGRAMA,
              'FATCA/CRS - CUENTAS REPORTABLES          :',
              A990-CIFRA
              MOVE A660-SALDO-REPORTABLE    TO W660-SALDO-EDITADO
              DISPLAY CON-PROGRAMA,
              'FATCA/CRS - SALDO DE CUENTAS REPORTABLES :',
              W660-SALDO-EDITADO
              MOVE A660-CONT-REVISION       TO A990-CIFRA
              DISPLAY CON-PROGRAMA,
              'FATCA/CRS - CONTRATOS EN REVISION        :',
              A990-CIFRA
           ELSE
              DISPLAY CON-PROGRAMA,
              'FATCA/CRS - SIN EXTRACTO EN MODO INCREMENTAL'
           END-IF
      *
           IF MODO-DELTA
              MOVE A008-DELTA-ALTAS         TO A990-CIFRA
           DISPLAY CON-PROGRAMA,
           'CONTRATOS EN GRAN TOTAL DE RESUMEN       :',
           A990-CIFRA
      *    LOS RENGLONES ADICIONALES DE COTITULARES NO SON CONTRATOS
      *    NUEVOS: EL RESUMEN CUENTA CADA CONTRATO UNA SOLA VEZ
           IF T009-CONTRATOS NOT =
              A990-REG-ESC-REP2 - A640-REG-ADICIONALES
              DISPLAY CON-PROGRAMA,
              '*** EL RESUMEN NO AMARRA CON REPORTE2 ***'
              MOVE 16                       TO RETURN-CODE
