      *                                POR CHECKPOINT NO PIERDA LA     *
      *                                HISTORIA DE LAS CUENTAS YA      *
      *                                APLICADAS.                      *
      * SDAT-40170I  XLR0921  23FEB25 EL HISTORICO DE DETALLE POR      *
      * SDAT-40170F  XLR0921          DONANTE GANA EL ESTATUS DEL CFDI *
      *                                (REVERSADO / CANCELACION        *
      *                                SOLICITADA / CANCELADO, LO      *
      *                                MANTIENE ZM4CN001); EL RENGLON  *
      *                                NUEVO DEL MES NACE VIGENTE.     *
      * SDAT-40178I  XLR0921  20ABR25 SE AGREGA EL FILTRO DE DONANTES  *
      * SDAT-40178F  XLR0921          CONTRA LAS LISTAS DE PERSONAS    *
      *                                BLOQUEADAS (UIF) Y DE SANCIONES *
      *                                INTERNACIONALES ANTES DEL       *
      *                                CARGO/ABONO: EL RFC EXACTO SE   *
      *                                RETIENE Y NO SE POSTEA, EL      *
      *                                NOMBRE PARECIDO VA A REVISION;  *
      *                                EL REPORTE DEJA LA VERSION DE   *
      *                                CADA LISTA USADA.               *
      * SDAT-40179I  XLR0921  27ABR25 APORTACION CORPORATIVA DEL BANCO *
      * SDAT-40179F  XLR0921          (MATCHING GIFT): POR CAMPANA CON *
      *                                PROGRAMA ('M' EN EL CATALOGO) SE*
      *                                IGUALA EL PORCENTAJE DE LO      *
      *                                DONADO EN EL MES, CON TOPE ANUAL*
      *                                POR RFC (PARAM 'FBA') Y HASTA   *
      *                                AGOTAR EL PRESUPUESTO; SE POSTEA*
      *                                CARGO/ABONO PROPIO, VIAJA EN LA *
      *                                INTERFAZ ('4') Y EN LA          *
      *                                LIQUIDACION, Y SE GUARDA EN UN  *
      *                                HISTORICO DE APORTACIONES.      *
      * SDAT-40180I  XLR0921  04MAY25 LIBERACION DE LA CORRIDA: LA     *
      * SDAT-40180F  XLR0921          SIMULACION GRABA LA SOLICITUD    *
      *                                (TARJETA, VENTANA, CUENTAS Y    *
      *                                MONTO POR EMPRESA, HASH DE LOS  *
      *                                POSTEOS); LA CORRIDA NORMAL NO  *
      *                                POSTEA SIN LIBERACION APROBADA  *
      *                                (ZM4LB001) CON LA MISMA TARJETA *
      *                                Y VENTANA, Y REPORTA LO         *
      *                                POSTEADO CONTRA LO APROBADO.    *
      * SDAT-40181I  XLR0921  11MAY25 EL HISTORICO DE DETALLE POR      *
      * SDAT-40181F  XLR0921          DONANTE PASA A KSDS (ZME097HD)   *
      *                                CON LLAVE RFC+ANOMES+IREF Y     *
      *                                ALTERNA POR IREF; YA NO SE      *
      *                                COPIA COMPLETO CADA MES, SOLO SE*
      *                                AGREGAN LOS RENGLONES DEL MES.  *
      *                                UN RERUN DE UN MES YA CERRADO   *
      *                                BORRA PRIMERO LO DE ESE MES; UN *
      *                                REINICIO POR CHECKPOINT NO      *
      *                                DUPLICA LAS CUENTAS SALTADAS.   *
      * SDAT-40184I  XLR0921  01JUN25 DONATIVOS POR NOMINA: EL ARCHIVO *
      * SDAT-40184F  XLR0921          DE DONATIVOS UNICOS TRAE EL      *
      *                                ORIGEN ('N' = DESCUENTO DE      *
      *                                NOMINA DE PAYROL00) Y SU        *
      *                                REFERENCIA; LO DE NOMINA SE     *
      *                                POSTEA APARTE DE LO CAPTURADO EN*
      *                                VENTANILLA Y CADA RENGLON DEJA  *
      *                                SU RESULTADO EN ZME097NA PARA LA*
      *                                CONCILIACION CON LA NOMINA.     *
      *----------------------------------------------------------------*
      /
       ENVIRONMENT DIVISION.
      * SDAT-40138F
      *
      * SDAT-40139I
      * SDAT-40181I
           SELECT ARCH-HIST-DET-OUT   ASSIGN TO ZME097HD
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS HDET-LLAVE-OUT
                  ALTERNATE RECORD KEY IS HDET-IREF-OUT
                            WITH DUPLICATES
                  FILE STATUS  IS WS-FS-HIST-DET.
      * SDAT-40181F
      * SDAT-40139F
      *
      * SDAT-40141I
           SELECT ARCH-CAMPANAS       ASSIGN TO UT-S-ZME097CP.
           SELECT ARCH-LIQ-CAMPANA    ASSIGN TO UT-S-ZME097LQ.
      * SDAT-40153F
      *
      * SDAT-40178I
           SELECT ARCH-LISTAS-PLD     ASSIGN TO UT-S-ZME097LN.
           SELECT ARCH-PLD-REVISION   ASSIGN TO UT-S-ZME097PV.
           SELECT ARCH-RPT-PLD        ASSIGN TO UT-S-ZME097PL.
      * SDAT-40178F
      *
      * SDAT-40179I
           SELECT ARCH-HIST-APO-IN    ASSIGN TO UT-S-ZME097AI.
           SELECT ARCH-HIST-APO-OUT   ASSIGN TO UT-S-ZME097AO.
      * SDAT-40179F
      *
      * SDAT-40180I
           SELECT ARCH-LIB-SOLICITUD  ASSIGN TO UT-S-ZME097RS.
           SELECT ARCH-LIB-APROBADA   ASSIGN TO UT-S-ZME097RA.
           SELECT ARCH-RPT-LIBERACION ASSIGN TO UT-S-ZME097RR.
      * SDAT-40180F
      *
      * SDAT-40184I
           SELECT ARCH-RESP-NOMINA    ASSIGN TO UT-S-ZME097NA.
      * SDAT-40184F
      /
      ******************************************************************
      *   DATA DIVISION                                                *
      *
      * SDAT-40139I
      ******************************************************************
      *  HISTORICO ACUMULATIVO DE DETALLE POR DONANTE (SALIDA)
      * SDAT-40181I
      *  KSDS: A LOS 260 BYTES DEL RENGLON SE LE AGREGA AL FINAL LA
      *  LLAVE RFC+ANOMES+IREF; LOS RENGLONES SIN FOLIO (SALTOS POR
      *  CHECKPOINT Y LOS ANTERIORES AL TIMBRADO) LLEVAN EN LA LLAVE
      *  UN CONSECUTIVO DENTRO DEL RFC Y MES, EL HDET-IREF QUEDA EN 0
      * SDAT-40181F
      ******************************************************************
       FD  ARCH-HIST-DET-OUT
           LABEL RECORD IS STANDARD
           DATA RECORD   IS  REG-HIST-DET-OUT
      * SDAT-40156I
      * SDAT-40181I
           RECORD CONTAINS 290 CHARACTERS.
      * SDAT-40181F
       01  REG-HIST-DET-OUT.
           05 HDET-IEMPR-OUT            PIC X(03).
           05 HDET-ANOMES-OUT           PIC 9(06).
           05 HDET-IREF-OUT             PIC 9(09).
           05 HDET-UUID-OUT             PIC X(36).
           05 HDET-EMAIL-OUT            PIC X(50).
      * SDAT-40170I
           05 HDET-ESTATUS-CFDI-OUT     PIC X(01).
           05 FILLER                    PIC X(05).
      * SDAT-40170F
      * SDAT-40181I
           05 HDET-LLAVE-OUT.
              10 HDET-LLAVE-IRFC-OUT    PIC X(15).
              10 HDET-LLAVE-ANOMES-OUT  PIC 9(06).
              10 HDET-LLAVE-IREF-OUT    PIC 9(09).
      * SDAT-40181F
      * SDAT-40156F
      * SDAT-40139F
      *
           05 DU-FECHA                  PIC X(10).
           05 DU-ISUCCASA               PIC X(03).
           05 DU-IPROM                  PIC 9(04).
      * SDAT-40184I
      **** ORIGEN DE LA CAPTURA: 'N' DESCUENTO DE NOMINA (PAYROL00,
      **** REFERENCIA = EMPLEADO + PERIODO), BLANCO VENTANILLA
           05 DU-ORIGEN                 PIC X(01).
              88 DU-ORIGEN-NOMINA                  VALUE 'N'.
           05 DU-REFERENCIA             PIC X(11).
           05 FILLER                    PIC X(11).
      * SDAT-40184F
      * SDAT-40151F
      *
      * SDAT-40160I
           05 CMP-TIPO-REG              PIC X(01).
              88 CMP-ES-CAMPANA                     VALUE 'C'.
              88 CMP-ES-DESTINO                     VALUE 'D'.
      * SDAT-40179I
              88 CMP-ES-APORTACION                  VALUE 'M'.
      * SDAT-40179F
           05 CMP-CAMPANA.
              10 CAM-CODIGO             PIC X(04).
              10 CAM-DESC               PIC X(30).
              10 DST-CAMPANA            PIC X(04).
              10 DST-PCT                PIC 9(03)V9(02).
              10 FILLER                 PIC X(60).
      * SDAT-40179I
      *--- PROGRAMA DE APORTACION CORPORATIVA DE UNA CAMPANA ('M',
      *--- DESPUES DE SU 'C'): PORCENTAJE A IGUALAR Y PRESUPUESTO
      *--- COMPROMETIDO POR EL BANCO
           05 CMP-APORTACION REDEFINES CMP-CAMPANA.
              10 APO-CAMPANA            PIC X(04).
              10 APO-PCT                PIC 9(03)V9(02).
              10 APO-PRESUPUESTO        PIC 9(13)V9(02).
              10 FILLER                 PIC X(55).
      * SDAT-40179F
      *
      ******************************************************************
      *  RESUMEN DE LIQUIDACION POR CAMPANA (UN RENGLON POR EMPRESA Y
           05 LIQ-DESC                  PIC X(30).
           05 LIQ-CTAS                  PIC 9(09).
           05 LIQ-MONTO                 PIC 9(15)V9(02).
      * SDAT-40179I
           05 LIQ-TIPO                  PIC X(01).
              88 LIQ-DONATIVOS                      VALUE ' '.
              88 LIQ-APORTACION                     VALUE 'A'.
           05 FILLER                    PIC X(16).
      * SDAT-40179F
      * SDAT-40153F
      *
      * SDAT-40178I
      ******************************************************************
      *  LISTAS DE PERSONAS BLOQUEADAS (UIF) Y DE SANCIONES
      *  INTERNACIONALES (OFAC, ONU, ...): CADA LISTA TRAE UN
      *  ENCABEZADO 'H' CON SU VERSION Y FECHA DE PUBLICACION, SEGUIDO
      *  DE SUS NOMBRES 'D' (RFC CUANDO LA LISTA LO PUBLICA)
      ******************************************************************
       FD  ARCH-LISTAS-PLD
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-LISTA-PLD
           RECORD CONTAINS 200 CHARACTERS.
       01  REG-LISTA-PLD.
           05 LPL-TIPO-REG              PIC X(01).
              88 LPL-ENCABEZADO                     VALUE 'H'.
              88 LPL-DETALLE                        VALUE 'D'.
           05 LPL-LISTA                 PIC X(10).
           05 LPL-DATOS                 PIC X(189).
           05 LPL-ENCA REDEFINES LPL-DATOS.
              10 LPL-H-VERSION          PIC X(20).
              10 LPL-H-FECHA-PUB        PIC X(10).
              10 FILLER                 PIC X(159).
           05 LPL-DETA REDEFINES LPL-DATOS.
              10 LPL-D-ID               PIC X(15).
              10 LPL-D-IRFC             PIC X(13).
              10 LPL-D-NOMBRE           PIC X(120).
              10 FILLER                 PIC X(41).
      ******************************************************************
      *  DONANTES CUYO NOMBRE SE PARECE AL DE UNA PERSONA LISTADA; NO
      *  SE RETIENEN, CUMPLIMIENTO LOS REVISA CONTRA EL EXPEDIENTE
      ******************************************************************
       FD  ARCH-PLD-REVISION
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-PLD-REVISION
           RECORD CONTAINS 330 CHARACTERS.
       01  REG-PLD-REVISION.
           05 PRV-IEMPR                 PIC X(03).
           05 PRV-ICUENTA               PIC 9(07).
           05 PRV-ISUCCASA              PIC X(03).
           05 PRV-IRFC                  PIC X(15).
           05 PRV-ORIGEN-NOMBRE         PIC X(01).
           05 PRV-NOMBRE-DONANTE        PIC X(120).
           05 PRV-LISTA                 PIC X(10).
           05 PRV-VERSION               PIC X(20).
           05 PRV-ID-LISTA              PIC X(15).
           05 PRV-NOMBRE-LISTA          PIC X(100).
           05 PRV-PAL-COINCIDEN         PIC 9(02).
           05 PRV-PAL-LISTA             PIC 9(02).
           05 PRV-MNT-DONAC             PIC 9(13)V9(02).
           05 PRV-FECHA                 PIC X(10).
           05 FILLER                    PIC X(07).
      ******************************************************************
      *  REPORTE DEL FILTRO DE LISTAS: VERSION DE CADA LISTA USADA,
      *  DONANTES RETENIDOS Y EN REVISION, PARA EVIDENCIA ANTE EL
      *  REGULADOR
      ******************************************************************
       FD  ARCH-RPT-PLD
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-RPT-PLD
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-RPT-PLD                  PIC X(132).
      * SDAT-40178F
      *
      * SDAT-40179I
      ******************************************************************
      *  HISTORICO DE APORTACIONES CORPORATIVAS POR RFC Y CAMPANA
      *  (ENTRADA): DE AQUI SALE LO YA APORTADO A CADA DONANTE EN EL
      *  ANO Y LO YA USADO DEL PRESUPUESTO DE CADA CAMPANA
      ******************************************************************
       FD  ARCH-HIST-APO-IN
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-HIST-APO-IN
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-HIST-APO-IN.
           05 HAPO-IEMPR-IN             PIC X(03).
           05 HAPO-ANOMES-IN            PIC 9(06).
           05 HAPO-IRFC-IN              PIC X(15).
           05 HAPO-CAMPANA-IN           PIC X(04).
           05 HAPO-MNT-DONADO-IN        PIC 9(13)V9(02).
           05 HAPO-MNT-APORTADO-IN      PIC 9(13)V9(02).
           05 HAPO-FOLIO-CARGO-IN       PIC 9(10).
           05 HAPO-FECHA-IN             PIC X(10).
           05 FILLER                    PIC X(42).
      ******************************************************************
      *  HISTORICO DE APORTACIONES CORPORATIVAS (SALIDA)
      ******************************************************************
       FD  ARCH-HIST-APO-OUT
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-HIST-APO-OUT
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-HIST-APO-OUT.
           05 HAPO-IEMPR-OUT            PIC X(03).
           05 HAPO-ANOMES-OUT           PIC 9(06).
           05 HAPO-IRFC-OUT             PIC X(15).
           05 HAPO-CAMPANA-OUT          PIC X(04).
           05 HAPO-MNT-DONADO-OUT       PIC 9(13)V9(02).
           05 HAPO-MNT-APORTADO-OUT     PIC 9(13)V9(02).
           05 HAPO-FOLIO-CARGO-OUT      PIC 9(10).
           05 HAPO-FECHA-OUT            PIC X(10).
           05 FILLER                    PIC X(42).
      * SDAT-40179F
      *
      * SDAT-40180I
      ******************************************************************
      *  SOLICITUD DE LIBERACION QUE DEJA LA SIMULACION (LA ENTRADA DE
      *  ZM4LB001): UN ENCABEZADO 'H' Y UN RENGLON 'E' POR EMPRESA
      ******************************************************************
       FD  ARCH-LIB-SOLICITUD
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-LIB-OUT
           RECORD CONTAINS 200 CHARACTERS.
       01  REG-LIB-OUT.
           05 LIB-TIPO-REG-OUT          PIC X(01).
              88 LIB-ES-ENCABEZADO-OUT              VALUE 'H'.
              88 LIB-ES-EMPRESA-OUT                 VALUE 'E'.
           05 LIB-ID-LIBERACION-OUT     PIC X(16).
           05 LIB-DATOS-OUT             PIC X(183).
           05 LIB-ENCABEZADO-OUT REDEFINES LIB-DATOS-OUT.
              10 LIB-PARAMETROS-OUT     PIC X(93).
              10 LIB-FEC-INI-MES-OUT    PIC X(10).
              10 LIB-FEC-FIN-MES-OUT    PIC X(10).
              10 LIB-TOT-CTAS-OUT       PIC 9(09).
              10 LIB-TOT-MONTO-OUT      PIC 9(15)V9(02).
              10 LIB-HASH-OUT           PIC 9(09).
              10 LIB-ESTATUS-OUT        PIC X(01).
                 88 LIB-PENDIENTE-OUT               VALUE 'P'.
                 88 LIB-APROBADA-OUT                VALUE 'A'.
                 88 LIB-RECHAZADA-OUT               VALUE 'R'.
              10 LIB-SUPERVISOR-OUT     PIC X(08).
              10 LIB-FECHA-APRO-OUT     PIC X(10).
              10 FILLER                 PIC X(16).
           05 LIB-EMPRESA-OUT REDEFINES LIB-DATOS-OUT.
              10 LIB-IEMPR-OUT          PIC X(03).
              10 LIB-CTAS-OUT           PIC 9(09).
              10 LIB-MONTO-OUT          PIC 9(15)V9(02).
              10 LIB-HASH-EMP-OUT       PIC 9(09).
              10 FILLER                 PIC X(145).
      ******************************************************************
      *  LIBERACIONES APROBADAS POR EL SUPERVISOR (SALIDA DE ZM4LB001)
      ******************************************************************
       FD  ARCH-LIB-APROBADA
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-LIB-IN
           RECORD CONTAINS 200 CHARACTERS.
       01  REG-LIB-IN.
           05 LIB-TIPO-REG-IN           PIC X(01).
              88 LIB-ES-ENCABEZADO-IN               VALUE 'H'.
              88 LIB-ES-EMPRESA-IN                  VALUE 'E'.
           05 LIB-ID-LIBERACION-IN      PIC X(16).
           05 LIB-DATOS-IN              PIC X(183).
           05 LIB-ENCABEZADO-IN REDEFINES LIB-DATOS-IN.
              10 LIB-PARAMETROS-IN      PIC X(93).
              10 LIB-FEC-INI-MES-IN     PIC X(10).
              10 LIB-FEC-FIN-MES-IN     PIC X(10).
              10 LIB-TOT-CTAS-IN        PIC 9(09).
              10 LIB-TOT-MONTO-IN       PIC 9(15)V9(02).
              10 LIB-HASH-IN            PIC 9(09).
              10 LIB-ESTATUS-IN         PIC X(01).
                 88 LIB-PENDIENTE-IN                VALUE 'P'.
                 88 LIB-APROBADA-IN                 VALUE 'A'.
                 88 LIB-RECHAZADA-IN                VALUE 'R'.
              10 LIB-SUPERVISOR-IN      PIC X(08).
              10 LIB-FECHA-APRO-IN      PIC X(10).
              10 FILLER                 PIC X(16).
           05 LIB-EMPRESA-IN REDEFINES LIB-DATOS-IN.
              10 LIB-IEMPR-IN           PIC X(03).
              10 LIB-CTAS-IN            PIC 9(09).
              10 LIB-MONTO-IN           PIC 9(15)V9(02).
              10 LIB-HASH-EMP-IN        PIC 9(09).
              10 FILLER                 PIC X(145).
      ******************************************************************
      *  REPORTE DE LA LIBERACION: LO PLANEADO EN SIMULACION, O LO
      *  APROBADO CONTRA LO POSTEADO EN LA CORRIDA NORMAL
      ******************************************************************
       FD  ARCH-RPT-LIBERACION
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-RPT-LIBERACION
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-RPT-LIBERACION           PIC X(132).
      * SDAT-40180F
      *
      * SDAT-40184I
      ******************************************************************
      *  RESULTADO DE CADA DONATIVO DE NOMINA (EMPRESA/CUENTA) EN EL
      *  BARRIDO: 'A' APLICADO, 'S' SIMULACION, 'P' RETENIDO POR
      *  LISTAS PLD, 'X' CUENTA EXCLUIDA, 'R' RECHAZADO; LO CONCILIA
      *  LA NOMINA CONTRA LO QUE DESCONTO
      ******************************************************************
       FD  ARCH-RESP-NOMINA
           LABEL RECORD IS STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0  RECORDS
           DATA RECORD   IS  REG-RESP-NOMINA
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-RESP-NOMINA.
           05 NA-IEMPR                  PIC X(03).
           05 NA-ICUENTA                PIC 9(07).
           05 NA-IRFC                   PIC X(15).
           05 NA-MONTO                  PIC 9(13)V9(02).
           05 NA-OPS                    PIC 9(05).
           05 NA-ESTATUS                PIC X(01).
           05 NA-IREF                   PIC 9(09).
           05 NA-FECHA-FIN-MES          PIC X(10).
           05 FILLER                    PIC X(15).
      * SDAT-40184F
      *
      ******************************************************************
      *  WORKING STORAGE SECTION                                       *
      ******************************************************************
           05 X1-01-TOT-MNT          PIC ZZZZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(48) VALUE SPACES.
      * SDAT-40135F
      * SDAT-40178I
      ******************************************************************
      *  LISTAS DE PERSONAS BLOQUEADAS Y DE SANCIONES: VERSION DE CADA
      *  LISTA CARGADA Y TABLA EN MEMORIA DE SUS NOMBRES, CADA UNO CON
      *  SUS PALABRAS SIGNIFICATIVAS YA DEPURADAS PARA LA COMPARACION
      ******************************************************************
       01 WSC-MAX-PLD-VER            PIC 9(05)      VALUE 20.
       01 WS-NUM-PLD-VER             PIC 9(05)      COMP VALUE ZEROS.
       01 WS-IX-PLV                  PIC 9(05)      COMP VALUE ZEROS.
       01 TABLA-PLD-VERSION.
          05 PLD-VER-ENT             OCCURS 20 TIMES.
             10 PLD-VER-LISTA        PIC X(10).
             10 PLD-VER-VERSION      PIC X(20).
             10 PLD-VER-FECHA        PIC X(10).
             10 PLD-VER-REGS         PIC 9(07).
       01 WSC-MAX-PLD                PIC 9(05)      VALUE 20000.
       01 WS-NUM-PLD                 PIC 9(05)      COMP VALUE ZEROS.
       01 WS-IX-PLD                  PIC 9(05)      COMP VALUE ZEROS.
       01 TABLA-PLD.
          05 PLD-ENT                 OCCURS 20000 TIMES.
             10 PLD-E-IX-VER         PIC 9(04)      COMP.
             10 PLD-E-ID             PIC X(15).
             10 PLD-E-IRFC           PIC X(13).
             10 PLD-E-NOMBRE         PIC X(100).
             10 PLD-E-NUM-PAL        PIC 9(04)      COMP.
             10 PLD-E-PALABRA        PIC X(20)      OCCURS 6 TIMES.
       01 WS-FIN-LISTAS-PLD          PIC X(01)      VALUE 'N'.
          88 WS-FIN-LISTAS-PLD-SI                   VALUE 'S'.
          88 WS-FIN-LISTAS-PLD-NO                   VALUE 'N'.
      *
      *  NOMBRE A FILTRAR Y SUS PALABRAS: SE DESCARTAN LAS DE MENOS DE
      *  TRES LETRAS Y LAS DE RAZON SOCIAL, QUE NO DISTINGUEN PERSONAS
       01 WS-PLD-NOMBRE-AUX          PIC X(120)     VALUE SPACES.
       01 WS-PLD-ORIGEN-NOM          PIC X(01)      VALUE SPACES.
          88 WS-PLD-NOMBRE-CUENTA                   VALUE 'C'.
          88 WS-PLD-NOMBRE-FISCAL                   VALUE 'F'.
       01 WS-PLD-IRFC                PIC X(13)      VALUE SPACES.
       01 WS-PLD-CRUDAS.
          05 WS-PLD-CRUDA            PIC X(20)      OCCURS 12 TIMES.
       01 WS-IX-PCR                  PIC 9(04)      COMP VALUE ZEROS.
       01 WS-PLD-PALABRA-AUX         PIC X(20)      VALUE SPACES.
          88 WS-PLD-PALABRA-COMUN            VALUE 'DEL' 'LOS' 'LAS'
                                                   'CIA' 'SAB' 'SAPI'
                                                   'SOFOM' 'ENR' 'SRL'
                                                   'THE' 'AND' 'LTD'
                                                   'INC' 'CORP'.
       01 WS-PLD-NUM-PAL             PIC 9(04)      COMP VALUE ZEROS.
       01 WS-PLD-PALABRAS.
          05 WS-PLD-PAL              PIC X(20)      OCCURS 10 TIMES.
       01 WS-IX-PLP                  PIC 9(04)      COMP VALUE ZEROS.
       01 WS-IX-DOP                  PIC 9(04)      COMP VALUE ZEROS.
       01 WS-PLD-ACIERTOS            PIC 9(04)      COMP VALUE ZEROS.
       01 WS-PLD-PAL-HALLADA         PIC X(01)      VALUE 'N'.
          88 WS-PLD-PAL-HALLADA-SI                  VALUE 'S'.
          88 WS-PLD-PAL-HALLADA-NO                  VALUE 'N'.
       01 WS-PLD-COINCIDE.
          05 WS-PLD-COI-ACIERTOS     PIC 9(01)      VALUE ZEROS.
          05 FILLER                  PIC X(01)      VALUE '/'.
          05 WS-PLD-COI-PALABRAS     PIC 9(01)      VALUE ZEROS.
          05 FILLER                  PIC X(02)      VALUE SPACES.
      *
      *  RESULTADO DEL FILTRO DE LA CUENTA EN TURNO: RETENIDA (RFC
      *  EXACTO, NO SE APLICA CARGO/ABONO) O EN REVISION (NOMBRE)
       01 WS-PLD-RETENIDA            PIC X(01)      VALUE 'N'.
          88 WS-PLD-RETENIDA-SI                     VALUE 'S'.
          88 WS-PLD-RETENIDA-NO                     VALUE 'N'.
       01 WS-PLD-EN-REVISION         PIC X(01)      VALUE 'N'.
          88 WS-PLD-EN-REVISION-SI                  VALUE 'S'.
          88 WS-PLD-EN-REVISION-NO                  VALUE 'N'.
       01 WS-TOT-PLD-FILTRADAS       PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-PLD-RETENIDAS       PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-PLD-RETENIDO    PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-TOT-PLD-REVISION        PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-PLD-REVISION    PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-TOT-PLD-COINCIDENCIAS   PIC 9(09)       VALUE ZEROS.
      *
       01  L1-01-ENCA.
           05 FILLER                 PIC X(44) VALUE
             '     FILTRO DE DONANTES CONTRA LISTAS DE PER'.
           05 FILLER                 PIC X(44) VALUE
             'SONAS BLOQUEADAS (UIF) Y DE SANCIONES INTERN'.
           05 FILLER                 PIC X(44) VALUE
             'ACIONALES                                   '.
       01  L1-02-ENCA.
           05 FILLER                 PIC X(44) VALUE
             ' LISTA      VERSION              PUBLICADA  '.
           05 FILLER                 PIC X(44) VALUE
             ' REGISTROS                                  '.
           05 FILLER                 PIC X(44) VALUE SPACES.
      *
       01  L1-02-DETA.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 L1-02-DET-LISTA        PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 L1-02-DET-VERSION      PIC X(20).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 L1-02-DET-FECHA        PIC X(10).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 L1-02-DET-REGS         PIC Z,ZZZ,ZZ9.
           05 FILLER                 PIC X(78) VALUE SPACES.
      *
       01  L1-03-ENCA.
           05 FILLER                 PIC X(44) VALUE
             ' ACCION    EMP CUENTA  RFC           NOMBRE '.
           05 FILLER                 PIC X(44) VALUE
             'FILTRADO                      LISTA      ID '.
           05 FILLER                 PIC X(44) VALUE
             'EN LISTA     PAL       MONTO DONATIVO       '.
      *
       01  L1-04-GUIONES.
           05 FILLER                 PIC X(132) VALUE ALL '-'.
      *
       01  L1-03-DETA.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 L1-03-DET-ACCION       PIC X(08).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 L1-03-DET-IEMPR        PIC X(03).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 L1-03-DET-ICUENTA      PIC 9(07).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 L1-03-DET-IRFC         PIC X(13).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 L1-03-DET-NOMBRE       PIC X(36).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 L1-03-DET-LISTA        PIC X(10).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 L1-03-DET-ID           PIC X(15).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 L1-03-DET-COINCIDE     PIC X(05).
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 L1-03-DET-MONTO        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(07) VALUE SPACES.
      *
       01  L1-05-TOTALES.
           05 FILLER                 PIC X(26) VALUE
              '*** CIFRAS DE CONTROL *** '.
           05 L1-05-TOT-TEXTO        PIC X(35).
           05 L1-05-TOT-CIFRA        PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(03) VALUE SPACES.
           05 L1-05-TOT-MONTO        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(39) VALUE SPACES.
      *
       01  L1-06-LEYENDA.
           05 FILLER                 PIC X(44) VALUE
             ' NINGUN CARGO/ABONO SE APLICO A UN DONANTE C'.
           05 FILLER                 PIC X(44) VALUE
             'UYO RFC APARECE EN LAS LISTAS FILTRADAS (VER'.
           05 FILLER                 PIC X(44) VALUE
             ' VERSIONES ARRIBA)                          '.
      * SDAT-40178F
       01 WS-EMP                     PIC X(03)       VALUE SPACES.
       01 WS-CUENTA-CARGO            PIC X(10)       VALUE SPACES.
       01 WS-CUENTA-ABONO            PIC X(10)       VALUE SPACES.
          88 WS-FIN-HIST-DET-SI                      VALUE 'S'.
          88 WS-FIN-HIST-DET-NO                      VALUE 'N'.
      * SDAT-40139F
      * SDAT-40181I
       01 WS-FS-HIST-DET             PIC X(02)       VALUE ZEROS.
       01 WS-HDET-REPROCESO          PIC X(01)       VALUE 'N'.
          88 WS-HDET-REPROCESO-SI                    VALUE 'S'.
          88 WS-HDET-REPROCESO-NO                    VALUE 'N'.
       01 WS-HDET-PREVIO             PIC X(01)       VALUE 'N'.
          88 WS-HDET-PREVIO-SI                       VALUE 'S'.
          88 WS-HDET-PREVIO-NO                       VALUE 'N'.
       01 WS-HDET-SIN-FOLIO          PIC 9(09)       VALUE ZEROS.
       01 WS-HDET-RENGLON.
          05 WS-HDET-REN-IEMPR       PIC X(03).
          05 FILLER                  PIC X(06).
          05 WS-HDET-REN-CCTA        PIC X(10).
          05 FILLER                  PIC X(241).
          05 WS-HDET-REN-LLAVE.
             10 WS-HDET-REN-IRFC     PIC X(15).
             10 WS-HDET-REN-ANOMES   PIC 9(06).
             10 WS-HDET-REN-IREF     PIC 9(09).
       01 WS-TOT-HDET-GRABADOS       PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-HDET-PREVIOS        PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-HDET-DUPLICADOS     PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-HDET-DEPURADOS      PIC 9(09)       VALUE ZEROS.
      * SDAT-40181F
      * SDAT-40140I
      ******************************************************************
      *  CATALOGO PERJUR PRECARGADO A MEMORIA (ES UN CATALOGO CHICO)
             10 DU-E-LLAVE.
                15 DU-E-IEMPR        PIC X(03).
                15 DU-E-ICUENTA      PIC 9(07).
      * SDAT-40184I
                15 DU-E-ORIGEN       PIC X(01).
      * SDAT-40184F
             10 DU-E-IRFC            PIC X(15).
             10 DU-E-MONTO           PIC S9(15)V9(02) COMP-3.
             10 DU-E-OPS             PIC 9(05).
       01 WS-LLAVE-DONA-UNICO.
          05 WS-LLAVE-DU-IEMPR       PIC X(03).
          05 WS-LLAVE-DU-ICUENTA     PIC 9(07).
      * SDAT-40184I
          05 WS-LLAVE-DU-ORIGEN      PIC X(01).
      * SDAT-40184F
       01 WS-DU-HALLADA              PIC X(01)      VALUE 'N'.
          88 WS-DU-HALLADA-SI                       VALUE 'S'.
          88 WS-DU-HALLADA-NO                       VALUE 'N'.
       01 WS-TOT-DU-RECHAZADAS       PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-DU-APLICADAS        PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-DU-APLICADO     PIC 9(15)V9(02) VALUE ZEROS.
      * SDAT-40184I
      *--- LOS DE NOMINA, PARA LA CONCILIACION CON PAYROL00
       01 WS-TOT-DN-APLICADAS        PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-DN-APLICADO     PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-TOT-DN-NO-APLICADAS     PIC 9(09)       VALUE ZEROS.
       01 WS-DN-ESTATUS              PIC X(01)       VALUE SPACES.
      * SDAT-40184F
      *--- EMISORA/SERIE FICTICIAS BAJO LAS QUE SE LISTAN Y POSTEAN
      *--- LOS DONATIVOS UNICOS
       01 WSC-DU-IEMISORA            PIC X(07)      VALUE 'DONUNIC'.
             10 CAM-E-FEC-FIN        PIC X(10).
             10 CAM-E-CTAS           PIC 9(09).
             10 CAM-E-MONTO          PIC S9(15)V9(02) COMP-3.
      * SDAT-40179I
      *--- PROGRAMA DE APORTACION CORPORATIVA (PCT EN CEROS = SIN
      *--- PROGRAMA), LO USADO DEL PRESUPUESTO EN EL HISTORICO Y EN
      *--- LA CORRIDA, Y LO APORTADO A LA EMPRESA EN TURNO
             10 CAM-E-APO-PCT        PIC 9(03)V9(02) COMP-3.
             10 CAM-E-APO-PRESUP     PIC S9(15)V9(02) COMP-3.
             10 CAM-E-APO-USADO      PIC S9(15)V9(02) COMP-3.
             10 CAM-E-APO-DONANTES   PIC 9(09).
             10 CAM-E-APO-MONTO      PIC S9(15)V9(02) COMP-3.
             10 CAM-E-APO-FOLIO-CGO  PIC 9(10).
             10 CAM-E-APO-FOLIO-ABO  PIC 9(10).
      * SDAT-40179F
       01 WS-CAM-HALLADA             PIC X(01)      VALUE 'N'.
          88 WS-CAM-HALLADA-SI                      VALUE 'S'.
          88 WS-CAM-HALLADA-NO                      VALUE 'N'.
           05 T3C-FILLER             PIC X(681).
      * SDAT-40153F
      *
      * SDAT-40179I
      ******************************************************************
      *  APORTACION CORPORATIVA DEL BANCO: CUENTA DE CARGO Y TOPE
      *  ANUAL POR DONANTE DE LA EMPRESA EN TURNO, REPARTO POR CAMPANA
      *  DE LA CUENTA RECIEN LISTADA, LO DONADO EN EL MES POR RFC Y
      *  CAMPANA, Y LO YA APORTADO A CADA RFC EN EL ANO
      ******************************************************************
       01 WS-APO-ACTIVA              PIC X(01)       VALUE 'N'.
          88 WS-APO-ACTIVA-SI                        VALUE 'S'.
          88 WS-APO-ACTIVA-NO                        VALUE 'N'.
       01 WS-CUENTA-APORTA           PIC X(10)       VALUE SPACES.
       01 WS-APO-TOPE-X              PIC X(15)       VALUE ZEROS.
       01 FILLER REDEFINES WS-APO-TOPE-X.
          05 WS-APO-TOPE-DONANTE     PIC 9(13)V9(02).
       01 WSC-APO-IEMISORA           PIC X(07)       VALUE 'APORTAC'.
       01 WS-APO-ISERIE.
          05 FILLER                  PIC X(04)       VALUE 'APO-'.
          05 WS-APO-ISERIE-CAM       PIC X(04)       VALUE SPACES.
       01 WS-APO-IOPERA              PIC 9(04)       VALUE ZEROS.
       01 WS-APO-TPOMOV              PIC X(01)       VALUE SPACES.
       01 WS-APO-CONTRATO            PIC X(10)       VALUE SPACES.
       01 WS-APO-MONTO               PIC S9(15)V9(02) VALUE ZEROS.
       01 WS-APO-DISPONIBLE          PIC S9(15)V9(02) VALUE ZEROS.
       01 WS-APO-IRFC-BUSCADO        PIC X(15)       VALUE SPACES.
       01 WS-FIN-HIST-APO            PIC X(01)       VALUE 'N'.
          88 WS-FIN-HIST-APO-SI                      VALUE 'S'.
          88 WS-FIN-HIST-APO-NO                      VALUE 'N'.
      *
       01 WS-NUM-APO-CTA             PIC 9(02)       COMP VALUE ZEROS.
       01 WS-IX-APC                  PIC 9(02)       COMP VALUE ZEROS.
       01 TABLA-APO-CTA.
          05 APC-ENT                 OCCURS 50 TIMES.
             10 APC-IX-CAM           PIC 9(02)       COMP.
             10 APC-MONTO            PIC S9(15)V9(02) COMP-3.
      *
       01 WSC-MAX-APO-MES            PIC 9(05)       VALUE 30000.
       01 WS-NUM-APO-MES             PIC 9(05)       COMP VALUE ZEROS.
       01 WS-IX-APM                  PIC 9(05)       COMP VALUE ZEROS.
       01 WS-KX-APM                  PIC 9(05)       COMP VALUE ZEROS.
       01 WS-APM-HALLADA             PIC X(01)       VALUE 'N'.
          88 WS-APM-HALLADA-SI                       VALUE 'S'.
          88 WS-APM-HALLADA-NO                       VALUE 'N'.
       01 TABLA-APO-MES.
          05 APM-ENT                 OCCURS 30000 TIMES.
             10 APM-IRFC             PIC X(15).
             10 APM-IX-CAM           PIC 9(02)       COMP.
             10 APM-DONADO           PIC S9(15)V9(02) COMP-3.
             10 APM-APORTADO         PIC S9(15)V9(02) COMP-3.
      *
       01 WSC-MAX-APO-ANUAL          PIC 9(05)       VALUE 50000.
       01 WS-NUM-APO-ANUAL           PIC 9(05)       COMP VALUE ZEROS.
       01 WS-IX-APA                  PIC 9(05)       COMP VALUE ZEROS.
       01 WS-KX-APA                  PIC 9(05)       COMP VALUE ZEROS.
       01 WS-APA-HALLADA             PIC X(01)       VALUE 'N'.
          88 WS-APA-HALLADA-SI                       VALUE 'S'.
          88 WS-APA-HALLADA-NO                       VALUE 'N'.
       01 TABLA-APO-ANUAL.
          05 APA-ENT                 OCCURS 50000 TIMES.
             10 APA-IRFC             PIC X(15).
             10 APA-APORTADO         PIC S9(15)V9(02) COMP-3.
      *
       01 WS-TOT-APO-DONANTES        PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-MNT-APORTADO        PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-TOT-APO-TOPADAS         PIC 9(09)       VALUE ZEROS.
       01 WS-TOT-APO-SIN-PRESUP      PIC 9(09)       VALUE ZEROS.
      *
       01  R1-11-APORTACION.
           05 FILLER                 PIC X(22) VALUE
              '    APORTACION BANCO  '.
           05 R1-11-APO-CODIGO       PIC X(04).
           05 FILLER                 PIC X(31) VALUE SPACES.
           05 FILLER                 PIC X(11) VALUE ' DONANTES: '.
           05 R1-11-APO-DONANTES     PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(09) VALUE '  MONTO: '.
           05 R1-11-APO-MONTO        PIC ZZZZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(25) VALUE SPACES.
       01  R1-12-PRESUPUESTO.
           05 FILLER                 PIC X(26) VALUE
              '    PRESUPUESTO PROGRAMA: '.
           05 R1-12-APO-PRESUP       PIC ZZZZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(09) VALUE '  USADO: '.
           05 R1-12-APO-USADO        PIC ZZZZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(14) VALUE '  DISPONIBLE: '.
           05 R1-12-APO-DISPONIBLE   PIC -ZZZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(20) VALUE SPACES.
      *
      *--- REGISTRO TIPO '4' DEL AREA DE TRAILERS DE LA INTERFAZ:
      *--- UN RENGLON POR CAMPANA CON APORTACION DEL BANCO
       01  T4-APORTACION.
           05 T4A-TIPO-REG           PIC X(01).
           05 T4A-APLICACION         PIC X(04).
           05 T4A-CAMPANA            PIC X(04).
           05 T4A-TOTAL-DONANTES     PIC 9(07).
           05 T4A-TOTAL-MONTO        PIC 9(13).9(02).
           05 T4A-FOLIO-CARGO        PIC 9(10).
           05 T4A-FOLIO-ABONO        PIC 9(10).
           05 T4A-FECHA-FIN-MES      PIC X(10).
           05 T4A-FILLER             PIC X(651).
      * SDAT-40179F
      *
      * SDAT-40180I
      ******************************************************************
      *  LIBERACION DE LA CORRIDA: TARJETA SIN EL BYTE DE MODO, LA
      *  LIBERACION APROBADA QUE SE USA, Y LO POSTEADO (O PLANEADO EN
      *  SIMULACION) CONTRA LO APROBADO POR EMPRESA
      ******************************************************************
       01 WS-LIB-PARAMETROS          PIC X(93)       VALUE SPACES.
       01 WS-LIB-PARAM-APR           PIC X(93)       VALUE SPACES.
       01 WS-LIB-ID.
          05 WS-LIB-ID-FECHA         PIC 9(08)       VALUE ZEROS.
          05 WS-LIB-ID-HORA          PIC 9(08)       VALUE ZEROS.
       01 WS-LIB-SUPERVISOR          PIC X(08)       VALUE SPACES.
       01 WS-LIB-FECHA-APRO          PIC X(10)       VALUE SPACES.
       01 WS-LIB-HALLADA             PIC X(01)       VALUE 'N'.
          88 WS-LIB-HALLADA-SI                       VALUE 'S'.
          88 WS-LIB-HALLADA-NO                       VALUE 'N'.
       01 WS-LIB-LEYENDO             PIC X(01)       VALUE 'N'.
       01 WS-FIN-LIB-APROBADA        PIC X(01)       VALUE 'N'.
          88 WS-FIN-LIB-APROBADA-SI                  VALUE 'S'.
       01 WS-LIB-DESCARTADAS         PIC 9(05)       VALUE ZEROS.
       01 WS-LIB-DIFERENCIAS         PIC 9(05)       VALUE ZEROS.
       01 WS-IX-LIB                  PIC 9(01)       COMP VALUE ZEROS.
       01 TABLA-LIBERACION-EMP.
          05 LIB-E-ENT               OCCURS 2 TIMES.
             10 LIB-E-CTAS           PIC 9(09).
             10 LIB-E-MONTO          PIC 9(15)V9(02).
             10 LIB-E-HASH           PIC 9(09).
             10 LIB-E-APR-CTAS       PIC 9(09).
             10 LIB-E-APR-MONTO      PIC 9(15)V9(02).
             10 LIB-E-APR-HASH       PIC 9(09).
       01 WS-LIB-LLAVE.
          05 WS-LIB-LL-IEMPR         PIC X(03)       VALUE SPACES.
          05 WS-LIB-LL-ICUENTA       PIC 9(09)       VALUE ZEROS.
          05 WS-LIB-LL-MONTO         PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-LIB-TOT-CTAS            PIC 9(09)       VALUE ZEROS.
       01 WS-LIB-TOT-MONTO           PIC 9(15)V9(02) VALUE ZEROS.
       01 WS-LIB-TOT-HASH            PIC 9(09)       VALUE ZEROS.
      *
       01  V1-01-ENCA.
           05 FILLER                 PIC X(44) VALUE
             ' LIBERACION DE LA CORRIDA DE DONATIVOS  ID: '.
           05 V1-01-ID               PIC X(16).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 V1-01-SITUACION        PIC X(40).
           05 FILLER                 PIC X(30) VALUE SPACES.
       01  V1-02-ENCA.
           05 FILLER                 PIC X(44) VALUE
             ' EMP  CTAS APROB.      MONTO APROBADO   HASH'.
           05 FILLER                 PIC X(44) VALUE
             ' APR.    CTAS POST.       MONTO POSTEADO   H'.
           05 FILLER                 PIC X(44) VALUE
             'ASH POST    SITUACION                       '.
       01  V1-03-GUIONES.
           05 FILLER                 PIC X(132) VALUE ALL '-'.
       01  V1-02-DETA.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 V1-02-DET-IEMPR        PIC X(03).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 V1-02-DET-APR-CTAS     PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 V1-02-DET-APR-MONTO    PIC ZZZZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 V1-02-DET-APR-HASH     PIC 9(09).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 V1-02-DET-CTAS         PIC ZZZZZZZZ9.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 V1-02-DET-MONTO        PIC ZZZZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 V1-02-DET-HASH         PIC 9(09).
           05 FILLER                 PIC X(04) VALUE SPACES.
           05 V1-02-DET-SITUACION    PIC X(10).
           05 FILLER                 PIC X(22) VALUE SPACES.
       01  V1-04-LEYENDA-RPT.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 V1-04-LEYENDA          PIC X(60).
           05 FILLER                 PIC X(71) VALUE SPACES.
       01  V1-05-TOTALES.
           05 FILLER                 PIC X(01) VALUE SPACES.
           05 V1-05-TEXTO            PIC X(31).
           05 V1-05-HASH             PIC 9(09).
           05 FILLER                 PIC X(91) VALUE SPACES.
      * SDAT-40180F
      *
      * SDAT-40121I
      ******************************************************************
      *  CONCILIACION DE VENTAS/MONTOS APLICADOS POR TABLA DE ORIGEN
           PERFORM 001-CARGA-CALENDARIO.
           PERFORM 011-AJUSTA-VENTANA.
      * SDAT-40160F
      * SDAT-40180I
      **** CON LA TARJETA Y LA VENTANA YA DEFINITIVAS: LA SIMULACION
      **** ABRE SU SOLICITUD DE LIBERACION Y LA CORRIDA NORMAL SE
      **** DETIENE AQUI, ANTES DE POSTEAR, SI NO ESTA LIBERADA
           PERFORM 108-VALIDA-LIBERACION.
      * SDAT-40180F
      * SDAT-40120I
      **** LEE EL CHECKPOINT DE LA CORRIDA ANTERIOR (SI EXISTE) PARA
      **** PODER REINICIAR SIN REPETIR CUENTAS YA APLICADAS
                   WS-NUM-EXCLUSION.
           OPEN OUTPUT ARCH-RPT-EXCLUIDAS.
      * SDAT-40135F
      * SDAT-40178I
      **** CARGA LAS LISTAS DE PERSONAS BLOQUEADAS Y DE SANCIONES; SIN
      **** LISTAS, O SI NO CABEN EN LA TABLA, SE ABORTA: NINGUN
      **** CARGO/ABONO DEBE APLICARSE SIN HABER FILTRADO AL DONANTE
           MOVE ZEROS                   TO WS-NUM-PLD
                                           WS-NUM-PLD-VER.
           MOVE 'N'                     TO WS-FIN-LISTAS-PLD.
           OPEN INPUT  ARCH-LISTAS-PLD.
           PERFORM 039-CARGA-LISTA-PLD UNTIL WS-FIN-LISTAS-PLD-SI.
           CLOSE       ARCH-LISTAS-PLD.
           IF WS-NUM-PLD-VER = ZEROS
              DISPLAY W000-PROG ' ARCHIVO DE LISTAS DE PERSONAS '
                      'BLOQUEADAS VACIO'
              DISPLAY 'SE TERMINA EL PROGRAMA                '
              PERFORM 999-ABORTA
           END-IF.
           DISPLAY W000-PROG ' LISTAS DE PERSONAS BLOQUEADAS : '
                   WS-NUM-PLD-VER.
           DISPLAY W000-PROG ' NOMBRES EN LISTAS BLOQUEADAS  : '
                   WS-NUM-PLD.
           OPEN OUTPUT ARCH-PLD-REVISION
                       ARCH-RPT-PLD.
           PERFORM 039-ENCABEZADO-PLD.
      * SDAT-40178F
      * SDAT-40150I
      **** CARGA A MEMORIA EL MAESTRO DE DOMICILIACION; UNA
      **** INSTRUCCION PERMANENTE QUE NO CUPIERA EN LA TABLA SERIA UN
           MOVE SPACES                  TO CAM-E-FEC-FIN (1).
           MOVE ZEROS                   TO CAM-E-CTAS    (1).
           MOVE ZEROS                   TO CAM-E-MONTO   (1).
      * SDAT-40179I
           MOVE ZEROS                   TO CAM-E-APO-PCT       (1)
                                           CAM-E-APO-PRESUP    (1)
                                           CAM-E-APO-USADO     (1)
                                           CAM-E-APO-DONANTES  (1)
                                           CAM-E-APO-MONTO     (1)
                                           CAM-E-APO-FOLIO-CGO (1)
                                           CAM-E-APO-FOLIO-ABO (1).
      * SDAT-40179F
           MOVE 'N'                     TO WS-FIN-CAMPANAS.
           OPEN INPUT  ARCH-CAMPANAS.
           PERFORM 009-CARGA-CAMPANA UNTIL WS-FIN-CAMPANAS-SI.
                   WS-NUM-DESTINOS.
           OPEN OUTPUT ARCH-LIQ-CAMPANA.
      * SDAT-40153F
      * SDAT-40184I
           OPEN OUTPUT ARCH-RESP-NOMINA.
      * SDAT-40184F
      * SDAT-40137I
           OPEN OUTPUT ARCH-NO-FACTURA.
      * SDAT-40137F
      * SDAT-40168F
      * SDAT-40167F
      * SDAT-40139I
      * SDAT-40181I
      **** EL HISTORICO DE DETALLE POR DONANTE ES UN KSDS AL QUE SOLO
      **** SE LE AGREGAN LOS RENGLONES DEL MES (YA NO SE COPIA LA
      **** HISTORIA COMPLETA); EN MODO PARTICION LAS PARTICIONES LO
      **** COMPARTEN (DEFINIDO CON SHAREOPTIONS/RLS) Y CADA UNA SOLO
      **** AGREGA LO DE SU EMPRESA
           OPEN I-O    ARCH-HIST-DET-OUT.
           IF WS-FS-HIST-DET NOT = '00' AND NOT = '97'
              DISPLAY W000-PROG ' NO SE PUDO ABRIR EL HISTORICO DE '
                      'DETALLE ZME097HD, FILE STATUS=' WS-FS-HIST-DET
              PERFORM 999-ABORTA
           END-IF.
      * SDAT-40181F
      * SDAT-40139F
      * SDAT-40179I
      **** ARRASTRA EL HISTORICO DE APORTACIONES CORPORATIVAS CON EL
      **** MISMO CRITERIO QUE EL DE DETALLE; LO DE OTRAS PARTICIONES
      **** NO SE COPIA PERO SI CUENTA CONTRA PRESUPUESTO Y TOPE
           MOVE ZEROS                   TO WS-NUM-APO-ANUAL.
           OPEN INPUT  ARCH-HIST-APO-IN.
           OPEN OUTPUT ARCH-HIST-APO-OUT.
           MOVE 'N'                     TO WS-FIN-HIST-APO.
           PERFORM 107-ARRASTRA-HIST-APO UNTIL WS-FIN-HIST-APO-SI.
           CLOSE       ARCH-HIST-APO-IN.
           DISPLAY W000-PROG ' DONANTES CON APORTACION EN ANO: '
                   WS-NUM-APO-ANUAL.
      * SDAT-40179F
      * SDAT-40141I
           OPEN OUTPUT ARCH-GL-POLIZA.
      * SDAT-40141F
                         END-PERFORM
                      END-IF
      * SDAT-40129I
      * SDAT-40181I
                      IF REG-HIST-ANOMES-IN = WS-HIST-ANOMES-ACT
                      AND (WS-PARTICION-INACTIVA OR
                           REG-HIST-IEMPR-IN = WS-EMPRESA)
                         MOVE 'S'       TO WS-HDET-REPROCESO
                      END-IF
      * SDAT-40181F
                      IF REG-HIST-ANOMES-IN NOT = WS-HIST-ANOMES-ACT
      * SDAT-40168I
                      AND (WS-PARTICION-INACTIVA OR
           CLOSE       ARCH-HIST-TOT-IN.
           MOVE ZEROS                   TO WS-IX-EMP.
      * SDAT-40126F
      * SDAT-40181I
      **** SI EL HISTORICO DE TOTALES YA TRAE EL PERIODO ACTUAL, EL MES
      **** YA SE HABIA CERRADO Y ESTO ES UN RERUN: SE BORRA DEL KSDS
      **** LO DEL MES (DE LA EMPRESA DE LA PARTICION, EN SU CASO) PARA
      **** QUE LA CORRIDA LO VUELVA A ESCRIBIR COMPLETO. UN REINICIO
      **** POR CHECKPOINT NO BORRA NADA (EL MES NO SE CERRO)
           IF WS-HDET-REPROCESO-SI AND WS-MODO-NORMAL
           AND WS-CKPT-ACTIVO-NO
              PERFORM 109-DEPURA-MES-HDET
              DISPLAY W000-PROG ' RERUN DEL PERIODO, RENGLONES DE '
                      'DETALLE BORRADOS: ' WS-TOT-HDET-DEPURADOS
           END-IF.
      * SDAT-40181F
       005-FIN.
           EXIT.
      *
       006-ACUMULA-DONA-UNICO.
           MOVE DU-IEMPR                TO WS-LLAVE-DU-IEMPR.
           MOVE DU-ICUENTA              TO WS-LLAVE-DU-ICUENTA.
      * SDAT-40184I
           MOVE DU-ORIGEN               TO WS-LLAVE-DU-ORIGEN.
      * SDAT-40184F
           MOVE 'N'                     TO WS-DU-HALLADA.
           PERFORM 006-BUSCA-DONA-UNICO
              VARYING WS-KX-DU FROM 1 BY 1
                           CAM-E-CTAS    (WS-NUM-CAMPANAS)
                      MOVE ZEROS        TO
                           CAM-E-MONTO   (WS-NUM-CAMPANAS)
      * SDAT-40179I
                      MOVE ZEROS        TO
                           CAM-E-APO-PCT       (WS-NUM-CAMPANAS)
                           CAM-E-APO-PRESUP    (WS-NUM-CAMPANAS)
                           CAM-E-APO-USADO     (WS-NUM-CAMPANAS)
                           CAM-E-APO-DONANTES  (WS-NUM-CAMPANAS)
                           CAM-E-APO-MONTO     (WS-NUM-CAMPANAS)
                           CAM-E-APO-FOLIO-CGO (WS-NUM-CAMPANAS)
                           CAM-E-APO-FOLIO-ABO (WS-NUM-CAMPANAS)
      * SDAT-40179F
                   ELSE
                      IF CMP-ES-DESTINO
                         PERFORM 009-CARGA-DESTINO
                      END-IF
      * SDAT-40179I
                      IF CMP-ES-APORTACION
                         PERFORM 009-CARGA-APORTACION
                      END-IF
      * SDAT-40179F
                   END-IF
           END-READ.
       009-FIN.
           END-IF.
       009-DEST-FIN.
           EXIT.
      * SDAT-40179I
      *
      **** PROGRAMA DE APORTACION DE LA CAMPANA; UNA CAMPANA FUERA DEL
      **** CATALOGO O CON DATOS NO NUMERICOS VA A LA BITACORA
       009-CARGA-APORTACION.
           MOVE APO-CAMPANA             TO WS-CAM-BUSCADA.
           PERFORM 009-VALIDA-CAMPANA.
           IF WS-CAM-HALLADA-NO
           OR APO-PCT         IS NOT NUMERIC
           OR APO-PRESUPUESTO IS NOT NUMERIC
              MOVE 'APORTACION'         TO EXC-ORIGEN
              MOVE ZEROS                TO EXC-ICUENTA
              MOVE APO-CAMPANA          TO EXC-CLAVE1
              MOVE SPACES               TO EXC-CLAVE2
              MOVE ZEROS                TO EXC-SQLCODE
              MOVE 'PROGRAMA DE APORTACION NO VALIDO'
                                        TO EXC-DESCRIPCION
              MOVE SPACES               TO EXC-ISUCCASA
              WRITE REG-EXCEPCIONES
           ELSE
              MOVE APO-PCT              TO CAM-E-APO-PCT    (WS-KX-CAM)
              MOVE APO-PRESUPUESTO      TO CAM-E-APO-PRESUP (WS-KX-CAM)
           END-IF.
       009-APO-FIN.
           EXIT.
      * SDAT-40179F
      *
      ******************************************************************
      *   BUSCA LA CAMPANA EN EL CATALOGO Y VERIFICA QUE SU VIGENCIA
           MOVE WSC-EMPRESA (WS-IX-EMP)  TO WS-EMP.
           PERFORM 007-LIMPIA-VARIABLES.
           PERFORM 008-OBT-CTA-CARGO-ABONO.
      * SDAT-40179I
           PERFORM 107-OBT-CTA-APORTACION.
      * SDAT-40179F
           MOVE W000-PROG                TO WS-CTRL-D-PROGRAMA
           MOVE WS-EMP                   TO WS-CTRL-D-EMPRESA
           MOVE SPACES                   TO WS-CTRL-D-SUCURSAL
                       DISPLAY 'MODO SIMULACION - NO SE AFECTA CUENTA '
                               WS-CUENTA-CARGO ' / ' WS-CUENTA-ABONO
                    ELSE
      * SDAT-40178I
      **** UN DONANTE CON RFC EN LISTA DE PERSONAS BLOQUEADAS NO SE
      **** POSTEA; LA CUENTA SI QUEDA EN EL CHECKPOINT
                       IF WS-PLD-RETENIDA-NO
      * SDAT-40178F
                       PERFORM 030-REALIZA-CARGO-ABONO
      * SDAT-40178I
                       END-IF
      * SDAT-40178F
                       MOVE WS-EMP            TO REG-CKPT-IEMPR-OUT
                       MOVE ICUENTA OF DCLCUENTA
                                              TO REG-CKPT-ICUENTA-OUT
      **** DESCARTA EL PERIODO ACTUAL, ASI QUE UN REINICIO DEBE
      **** VOLVER A ESCRIBIR EL MES COMPLETO; SOLO EL MODO
      **** SIMULACION NO DEJA HISTORIA
      * SDAT-40178I
      **** (NI EL DONATIVO RETENIDO POR LISTAS, QUE NO SE POSTEO)
                 IF WS-MODO-NORMAL AND WS-PLD-RETENIDA-NO
      * SDAT-40178F
                    PERFORM 022-GRABA-HIST-DONANTE
                 END-IF
      * SDAT-40149F
      * SDAT-40179I
                 IF WS-PLD-RETENIDA-NO
                    PERFORM 107-ACUMULA-APORTACION
                 END-IF
      * SDAT-40179F
      * SDAT-40180I
                 IF WS-PLD-RETENIDA-NO
                    PERFORM 108-ACUMULA-LIBERACION
                 END-IF
      * SDAT-40180F
              END-IF
      * SDAT-40136I
              END-IF
      * SDAT-40151I
           PERFORM 097-PROCESA-DONA-UNICO.
      * SDAT-40151F
      * SDAT-40179I
           PERFORM 107-PROCESA-APORTACION.
      * SDAT-40179F
           MOVE HIGH-VALUES             TO IEMPR    OF DCLCUENTA.
           MOVE HIGH-VALUES             TO IEMISORA OF DCLCONCEPT.
           MOVE HIGH-VALUES             TO ISERIE   OF DCLCONCEPT.
           MOVE WS-TOT-MNT-CTA-MXN          TO R1-01-DET-MNT-DONAC
                                               A1-MNT-DONAC
      *
      * SDAT-40178I
      **** EL FILTRO DE LISTAS VA EN CUANTO SE TIENEN EL RFC Y EL
      **** NOMBRE DEL DONANTE Y ANTES DE CUALQUIER ACUMULADO: EL
      **** DONANTE RETENIDO QUEDA EN EL LISTADO COMO EVIDENCIA, PERO NO
      **** SUMA A LOS TOTALES, AL PROMOTOR, A LA BASE DE DOMICILIACION
      **** NI A LAS CAMPANAS (QUE SE LIQUIDAN A LA FUNDACION)
           PERFORM 039-FILTRA-LISTAS-PLD
           IF WS-PLD-RETENIDA-NO
      * SDAT-40178F
           ADD  1                           TO WS-TOT-REG-SER
                                               WS-TOT-REG-EMI
                                               WS-TOT-REG-EMP
      * SDAT-40153I
           PERFORM 101-ACUMULA-CAMPANA
      * SDAT-40153F
      * SDAT-40178I
           END-IF
      * SDAT-40178F
      *
           IF WS-ARC-ENCAB = ZEROS
              WRITE REG-SECUENC-TXT       FROM A1-ENCABEZADO
      * SDAT-40152I
           MOVE SPACES                      TO HDET-UUID-OUT.
      * SDAT-40152F
      * SDAT-40170I
           MOVE SPACES                      TO HDET-ESTATUS-CFDI-OUT.
      * SDAT-40170F
      * SDAT-40181I
           PERFORM 109-GRABA-HIST-DET.
      * SDAT-40181F
       022-FIN.
           EXIT.
      * SDAT-40149F
           EXIT.
      * SDAT-40137F
      *
      * SDAT-40178I
      ******************************************************************
      *   CARGA UN REGISTRO DEL ARCHIVO DE LISTAS DE PERSONAS
      *   BLOQUEADAS: EL ENCABEZADO DA DE ALTA LA VERSION DE LA LISTA,
      *   EL DETALLE DA DE ALTA EL NOMBRE CON SUS PALABRAS DEPURADAS
      ******************************************************************
       039-CARGA-LISTA-PLD.
           READ ARCH-LISTAS-PLD
                AT END MOVE 'S'         TO WS-FIN-LISTAS-PLD
                NOT AT END
                   IF LPL-ENCABEZADO
                      PERFORM 039-ALTA-VERSION-PLD
                   ELSE
                      IF LPL-DETALLE
                         PERFORM 039-ALTA-NOMBRE-PLD
                      END-IF
                   END-IF
           END-READ.
       039-FIN.
           EXIT.
      *
       039-ALTA-VERSION-PLD.
           IF WS-NUM-PLD-VER NOT < WSC-MAX-PLD-VER
              DISPLAY W000-PROG ' LISTAS DE PERSONAS BLOQUEADAS '
                      'EXCEDEN LA TABLA DE ' WSC-MAX-PLD-VER
              DISPLAY 'SE TERMINA EL PROGRAMA                '
              PERFORM 999-ABORTA
           END-IF.
           ADD 1                        TO WS-NUM-PLD-VER.
           MOVE LPL-LISTA         TO PLD-VER-LISTA   (WS-NUM-PLD-VER).
           MOVE LPL-H-VERSION     TO PLD-VER-VERSION (WS-NUM-PLD-VER).
           MOVE LPL-H-FECHA-PUB   TO PLD-VER-FECHA   (WS-NUM-PLD-VER).
           MOVE ZEROS             TO PLD-VER-REGS    (WS-NUM-PLD-VER).
       039-VER-FIN.
           EXIT.
      *
       039-ALTA-NOMBRE-PLD.
      **** UN NOMBRE SIN ENCABEZADO DE SU LISTA NO TIENE VERSION QUE
      **** DEJAR COMO EVIDENCIA; EL ARCHIVO SE RECHAZA COMPLETO
           IF WS-NUM-PLD-VER = ZEROS
              DISPLAY W000-PROG ' LISTA SIN ENCABEZADO DE VERSION: '
                      LPL-LISTA ' ' LPL-D-ID
              DISPLAY 'SE TERMINA EL PROGRAMA                '
              PERFORM 999-ABORTA
           END-IF.
           IF LPL-LISTA NOT = PLD-VER-LISTA (WS-NUM-PLD-VER)
              DISPLAY W000-PROG ' LISTA SIN ENCABEZADO DE VERSION: '
                      LPL-LISTA ' ' LPL-D-ID
              DISPLAY 'SE TERMINA EL PROGRAMA                '
              PERFORM 999-ABORTA
           END-IF.
           IF WS-NUM-PLD NOT < WSC-MAX-PLD
              DISPLAY W000-PROG ' NOMBRES EN LISTAS BLOQUEADAS '
                      'EXCEDEN LA TABLA DE ' WSC-MAX-PLD
              DISPLAY 'SE TERMINA EL PROGRAMA                '
              PERFORM 999-ABORTA
           END-IF.
           ADD 1                        TO WS-NUM-PLD.
           ADD 1                  TO PLD-VER-REGS (WS-NUM-PLD-VER).
           MOVE WS-NUM-PLD-VER          TO PLD-E-IX-VER (WS-NUM-PLD).
           MOVE LPL-D-ID                TO PLD-E-ID     (WS-NUM-PLD).
           MOVE LPL-D-IRFC              TO PLD-E-IRFC   (WS-NUM-PLD).
           INSPECT PLD-E-IRFC (WS-NUM-PLD)
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE LPL-D-NOMBRE            TO PLD-E-NOMBRE (WS-NUM-PLD).
           MOVE LPL-D-NOMBRE            TO WS-PLD-NOMBRE-AUX.
           PERFORM 039-PALABRAS-NOMBRE.
           IF WS-PLD-NUM-PAL > 6
              MOVE 6                    TO PLD-E-NUM-PAL (WS-NUM-PLD)
           ELSE
              MOVE WS-PLD-NUM-PAL       TO PLD-E-NUM-PAL (WS-NUM-PLD)
           END-IF.
           PERFORM 039-COPIA-PALABRA
              VARYING WS-IX-PLP FROM 1 BY 1
                UNTIL WS-IX-PLP > PLD-E-NUM-PAL (WS-NUM-PLD).
       039-ALTA-FIN.
           EXIT.
      *
       039-COPIA-PALABRA.
           MOVE WS-PLD-PAL (WS-IX-PLP)
                          TO PLD-E-PALABRA (WS-NUM-PLD, WS-IX-PLP).
       039-COP-FIN.
           EXIT.
      *
      ******************************************************************
      *   DEPURA EL NOMBRE DE WS-PLD-NOMBRE-AUX IGUAL QUE EL NOMBRE
      *   FISCAL (MAYUSCULAS, SIN ACENTOS) Y LO PARTE EN PALABRAS,
      *   CONSERVANDO SOLO LAS QUE DISTINGUEN A LA PERSONA
      ******************************************************************
       039-PALABRAS-NOMBRE.
           MOVE SPACES                  TO WS-A3-NOMBRE-AUX.
           MOVE WS-PLD-NOMBRE-AUX       TO WS-A3-NOMBRE-AUX.
           PERFORM 035-LIMPIA-NOMBRE.
           MOVE WS-A3-NOMBRE-AUX        TO WS-PLD-NOMBRE-AUX.
           INSPECT WS-PLD-NOMBRE-AUX
                   CONVERTING '.,;:-/()' TO '        '.
           MOVE SPACES                  TO WS-PLD-CRUDAS
                                           WS-PLD-PALABRAS.
           UNSTRING WS-PLD-NOMBRE-AUX DELIMITED BY ALL SPACE
               INTO WS-PLD-CRUDA (01) WS-PLD-CRUDA (02)
                    WS-PLD-CRUDA (03) WS-PLD-CRUDA (04)
                    WS-PLD-CRUDA (05) WS-PLD-CRUDA (06)
                    WS-PLD-CRUDA (07) WS-PLD-CRUDA (08)
                    WS-PLD-CRUDA (09) WS-PLD-CRUDA (10)
                    WS-PLD-CRUDA (11) WS-PLD-CRUDA (12)
           END-UNSTRING.
           MOVE ZEROS                   TO WS-PLD-NUM-PAL.
           PERFORM 039-DEPURA-PALABRA
              VARYING WS-IX-PCR FROM 1 BY 1
                UNTIL WS-IX-PCR > 12.
       039-PAL-FIN.
           EXIT.
      *
       039-DEPURA-PALABRA.
           MOVE WS-PLD-CRUDA (WS-IX-PCR) TO WS-PLD-PALABRA-AUX.
           IF WS-PLD-PALABRA-AUX (3:1) NOT = SPACE AND
              NOT WS-PLD-PALABRA-COMUN     AND
              WS-PLD-NUM-PAL < 10
              ADD 1                     TO WS-PLD-NUM-PAL
              MOVE WS-PLD-PALABRA-AUX   TO WS-PLD-PAL (WS-PLD-NUM-PAL)
           END-IF.
       039-DEP-FIN.
           EXIT.
      *
      ******************************************************************
      *   ENCABEZADO DEL REPORTE DEL FILTRO: VERSION Y FECHA DE
      *   PUBLICACION DE CADA LISTA CONTRA LA QUE SE FILTRO EL BARRIDO
      ******************************************************************
       039-ENCABEZADO-PLD.
           WRITE REG-RPT-PLD FROM L1-01-ENCA.
           WRITE REG-RPT-PLD FROM L1-02-ENCA AFTER 2.
           WRITE REG-RPT-PLD FROM L1-04-GUIONES.
           PERFORM 039-VERSION-RPT
              VARYING WS-IX-PLV FROM 1 BY 1
                UNTIL WS-IX-PLV > WS-NUM-PLD-VER.
           WRITE REG-RPT-PLD FROM L1-03-ENCA AFTER 2.
           WRITE REG-RPT-PLD FROM L1-04-GUIONES.
       039-ENC-FIN.
           EXIT.
      *
       039-VERSION-RPT.
           MOVE PLD-VER-LISTA   (WS-IX-PLV) TO L1-02-DET-LISTA.
           MOVE PLD-VER-VERSION (WS-IX-PLV) TO L1-02-DET-VERSION.
           MOVE PLD-VER-FECHA   (WS-IX-PLV) TO L1-02-DET-FECHA.
           MOVE PLD-VER-REGS    (WS-IX-PLV) TO L1-02-DET-REGS.
           WRITE REG-RPT-PLD FROM L1-02-DETA.
       039-VER-RPT-FIN.
           EXIT.
      *
      ******************************************************************
      *   FILTRA AL DONANTE EN TURNO CONTRA LAS LISTAS ANTES DE SU
      *   CARGO/ABONO. RFC IGUAL AL DE UNA PERSONA LISTADA: LA CUENTA
      *   SE RETIENE (NO SE POSTEA NI DEJA HISTORIA). NOMBRE PARECIDO:
      *   SE POSTEA NORMAL Y SE MANDA AL ARCHIVO DE REVISION. SE USA
      *   EL NOMBRE FISCAL DEL CFDI CUANDO LA CUENTA LO TIENE
      ******************************************************************
       039-FILTRA-LISTAS-PLD.
           MOVE 'N'                     TO WS-PLD-RETENIDA
                                           WS-PLD-EN-REVISION.
           ADD 1                        TO WS-TOT-PLD-FILTRADAS.
           MOVE A1-IRFC                 TO WS-PLD-IRFC.
           MOVE 'C'                     TO WS-PLD-ORIGEN-NOM.
           MOVE A1-NOMBRE               TO WS-PLD-NOMBRE-AUX.
           IF ZM609-CTAABPIGO IS NUMERIC
              MOVE ZM609-CTAABPIGO      TO WS-CCTAABPIGO
              PERFORM 031-OBTIENE-NOMBRE-FISCAL
              IF WS-BANDERA-ENCONTRO = 'S'
                 MOVE 'F'               TO WS-PLD-ORIGEN-NOM
                 MOVE WS-A3-NOMBRE-AUX  TO WS-PLD-NOMBRE-AUX
              END-IF
           END-IF.
           PERFORM 039-PALABRAS-NOMBRE.
           IF WS-PLD-IRFC NOT = SPACES
              PERFORM 039-COMPARA-RFC
                 VARYING WS-IX-PLD FROM 1 BY 1
                   UNTIL WS-IX-PLD > WS-NUM-PLD
                      OR WS-PLD-RETENIDA-SI
           END-IF.
           IF WS-PLD-RETENIDA-SI
              ADD 1                     TO WS-TOT-PLD-RETENIDAS
              ADD WS-TOT-MNT-CTA-MXN    TO WS-TOT-MNT-PLD-RETENIDO
              DISPLAY W000-PROG ' CUENTA RETENIDA POR LISTAS: '
                      IEMPR OF DCLCUENTA ' ' ICUENTA OF DCLCUENTA
           ELSE
              IF WS-PLD-NUM-PAL > ZEROS
                 PERFORM 039-COMPARA-NOMBRE
                    VARYING WS-IX-PLD FROM 1 BY 1
                      UNTIL WS-IX-PLD > WS-NUM-PLD
              END-IF
              IF WS-PLD-EN-REVISION-SI
                 ADD 1                  TO WS-TOT-PLD-REVISION
                 ADD WS-TOT-MNT-CTA-MXN TO WS-TOT-MNT-PLD-REVISION
              END-IF
           END-IF.
       039-FILTRA-FIN.
           EXIT.
      *
       039-COMPARA-RFC.
           IF PLD-E-IRFC (WS-IX-PLD) = WS-PLD-IRFC
              SET WS-PLD-RETENIDA-SI    TO TRUE
              MOVE 'RETENIDA'           TO L1-03-DET-ACCION
              MOVE 'RFC'                TO L1-03-DET-COINCIDE
              PERFORM 039-REPORTA-PLD
           END-IF.
       039-RFC-FIN.
           EXIT.
      *
      **** COINCIDENCIA DE NOMBRE: TODAS LAS PALABRAS DEL NOMBRE
      **** LISTADO, O TODAS MENOS UNA CUANDO TIENE TRES O MAS (UN
      **** SEGUNDO APELLIDO O NOMBRE OMITIDO); UN NOMBRE LISTADO DE UNA
      **** SOLA PALABRA SOLO COINCIDE CON UN DONANTE DE UNA SOLA PALABRA
       039-COMPARA-NOMBRE.
           IF PLD-E-NUM-PAL (WS-IX-PLD) > ZEROS
              MOVE ZEROS                TO WS-PLD-ACIERTOS
              PERFORM 039-CUENTA-ACIERTO
                 VARYING WS-IX-PLP FROM 1 BY 1
                   UNTIL WS-IX-PLP > PLD-E-NUM-PAL (WS-IX-PLD)
              IF (PLD-E-NUM-PAL (WS-IX-PLD) = 1 AND
                  WS-PLD-NUM-PAL = 1            AND
                  WS-PLD-ACIERTOS = 1)
              OR (PLD-E-NUM-PAL (WS-IX-PLD) > 1 AND
                  WS-PLD-ACIERTOS > 1           AND
                  WS-PLD-ACIERTOS + 1 NOT < PLD-E-NUM-PAL (WS-IX-PLD))
                 SET WS-PLD-EN-REVISION-SI TO TRUE
                 ADD 1                  TO WS-TOT-PLD-COINCIDENCIAS
                 MOVE WS-PLD-ACIERTOS   TO WS-PLD-COI-ACIERTOS
                 MOVE PLD-E-NUM-PAL (WS-IX-PLD)
                                        TO WS-PLD-COI-PALABRAS
                 MOVE 'REVISION'        TO L1-03-DET-ACCION
                 MOVE WS-PLD-COINCIDE   TO L1-03-DET-COINCIDE
                 PERFORM 039-REPORTA-PLD
                 PERFORM 039-GRABA-REVISION
              END-IF
           END-IF.
       039-COMP-FIN.
           EXIT.
      *
       039-CUENTA-ACIERTO.
           MOVE 'N'                     TO WS-PLD-PAL-HALLADA.
           PERFORM 039-BUSCA-PALABRA
              VARYING WS-IX-DOP FROM 1 BY 1
                UNTIL WS-IX-DOP > WS-PLD-NUM-PAL
                   OR WS-PLD-PAL-HALLADA-SI.
           IF WS-PLD-PAL-HALLADA-SI
              ADD 1                     TO WS-PLD-ACIERTOS
           END-IF.
       039-CTA-FIN.
           EXIT.
      *
       039-BUSCA-PALABRA.
           IF WS-PLD-PAL (WS-IX-DOP) =
              PLD-E-PALABRA (WS-IX-PLD, WS-IX-PLP)
              SET WS-PLD-PAL-HALLADA-SI TO TRUE
           END-IF.
       039-BUS-FIN.
           EXIT.
      *
       039-REPORTA-PLD.
           MOVE PLD-E-IX-VER (WS-IX-PLD) TO WS-IX-PLV.
           MOVE IEMPR   OF DCLCUENTA    TO L1-03-DET-IEMPR.
           MOVE ICUENTA OF DCLCUENTA    TO L1-03-DET-ICUENTA.
           MOVE WS-PLD-IRFC             TO L1-03-DET-IRFC.
           MOVE WS-PLD-NOMBRE-AUX       TO L1-03-DET-NOMBRE.
           MOVE PLD-VER-LISTA (WS-IX-PLV) TO L1-03-DET-LISTA.
           MOVE PLD-E-ID (WS-IX-PLD)    TO L1-03-DET-ID.
           MOVE WS-TOT-MNT-CTA-MXN      TO L1-03-DET-MONTO.
           WRITE REG-RPT-PLD FROM L1-03-DETA.
       039-REP-FIN.
           EXIT.
      *
       039-GRABA-REVISION.
           MOVE SPACES                  TO REG-PLD-REVISION.
           MOVE IEMPR    OF DCLCUENTA   TO PRV-IEMPR.
           MOVE ICUENTA  OF DCLCUENTA   TO PRV-ICUENTA.
           MOVE ISUCCASA OF DCLCUENTA   TO PRV-ISUCCASA.
           MOVE A1-IRFC                 TO PRV-IRFC.
           MOVE WS-PLD-ORIGEN-NOM       TO PRV-ORIGEN-NOMBRE.
           MOVE WS-PLD-NOMBRE-AUX       TO PRV-NOMBRE-DONANTE.
           MOVE PLD-VER-LISTA   (WS-IX-PLV) TO PRV-LISTA.
           MOVE PLD-VER-VERSION (WS-IX-PLV) TO PRV-VERSION.
           MOVE PLD-E-ID     (WS-IX-PLD) TO PRV-ID-LISTA.
           MOVE PLD-E-NOMBRE (WS-IX-PLD) TO PRV-NOMBRE-LISTA.
           MOVE WS-PLD-ACIERTOS         TO PRV-PAL-COINCIDEN.
           MOVE PLD-E-NUM-PAL (WS-IX-PLD) TO PRV-PAL-LISTA.
           MOVE WS-TOT-MNT-CTA-MXN      TO PRV-MNT-DONAC.
           MOVE W000-FECHA-FIN-MES      TO PRV-FECHA.
           WRITE REG-PLD-REVISION.
       039-GRA-FIN.
           EXIT.
      *
      ******************************************************************
      *   CIFRAS DE CONTROL DEL FILTRO DE LISTAS AL CIERRE
      ******************************************************************
       039-TOTALES-PLD.
           MOVE 'DONANTES FILTRADOS'    TO L1-05-TOT-TEXTO.
           MOVE WS-TOT-PLD-FILTRADAS    TO L1-05-TOT-CIFRA.
           MOVE ZEROS                   TO L1-05-TOT-MONTO.
           WRITE REG-RPT-PLD FROM L1-05-TOTALES AFTER 2.
           MOVE 'RETENIDOS POR RFC EN LISTA'
                                        TO L1-05-TOT-TEXTO.
           MOVE WS-TOT-PLD-RETENIDAS    TO L1-05-TOT-CIFRA.
           MOVE WS-TOT-MNT-PLD-RETENIDO TO L1-05-TOT-MONTO.
           WRITE REG-RPT-PLD FROM L1-05-TOTALES.
           MOVE 'ENVIADOS A REVISION POR NOMBRE'
                                        TO L1-05-TOT-TEXTO.
           MOVE WS-TOT-PLD-REVISION     TO L1-05-TOT-CIFRA.
           MOVE WS-TOT-MNT-PLD-REVISION TO L1-05-TOT-MONTO.
           WRITE REG-RPT-PLD FROM L1-05-TOTALES.
           MOVE 'COINCIDENCIAS DE NOMBRE'
                                        TO L1-05-TOT-TEXTO.
           MOVE WS-TOT-PLD-COINCIDENCIAS TO L1-05-TOT-CIFRA.
           MOVE ZEROS                   TO L1-05-TOT-MONTO.
           WRITE REG-RPT-PLD FROM L1-05-TOTALES.
           WRITE REG-RPT-PLD FROM L1-06-LEYENDA AFTER 2.
       039-TOT-FIN.
           EXIT.
      * SDAT-40178F
      *
      * SDAT-40144I
      ******************************************************************
      *   OBTIENE EL TIPO DE CAMBIO DEL DIA DE LA MONEDA EN TURNO
      * SDAT-40153I
           CLOSE ARCH-LIQ-CAMPANA.
      * SDAT-40153F
      * SDAT-40184I
           CLOSE ARCH-RESP-NOMINA.
           DISPLAY W000-PROG ' DONATIVOS DE NOMINA APLICADOS  : '
                   WS-TOT-DN-APLICADAS.
           DISPLAY W000-PROG ' DONATIVOS DE NOMINA SIN APLICAR: '
                   WS-TOT-DN-NO-APLICADAS.
      * SDAT-40184F
      * SDAT-40178I
           PERFORM 039-TOTALES-PLD.
           CLOSE ARCH-PLD-REVISION
                 ARCH-RPT-PLD.
      * SDAT-40178F
      * SDAT-40179I
           CLOSE ARCH-HIST-APO-OUT.
      * SDAT-40179F
      * SDAT-40180I
           PERFORM 108-CIERRA-LIBERACION.
      * SDAT-40180F
       080-FIN.
           EXIT.
      *
                    DISPLAY 'MODO SIMULACION - NO SE DOMICILIA '
                            'CUENTA ' ICUENTA OF DCLCUENTA
                 ELSE
      * SDAT-40178I
                    IF WS-PLD-RETENIDA-NO
      * SDAT-40178F
                    PERFORM 030-REALIZA-CARGO-ABONO
      * SDAT-40178I
                    END-IF
      * SDAT-40178F
                 END-IF
      * SDAT-40178I
                 IF WS-PLD-RETENIDA-NO
      * SDAT-40178F
                 IF WS-MODO-NORMAL
                    PERFORM 022-GRABA-HIST-DONANTE
                 END-IF
                 ADD 1                  TO WS-TOT-DOM-APLICADAS
                 ADD WS-MNT-DOMICILIA   TO WS-TOT-MNT-DOM-APLICADO
      * SDAT-40179I
                 PERFORM 107-ACUMULA-APORTACION
      * SDAT-40179F
      * SDAT-40180I
                 PERFORM 108-ACUMULA-LIBERACION
      * SDAT-40180F
      * SDAT-40178I
                 END-IF
      * SDAT-40178F
              END-IF
           END-IF.
       094-FIN.
      ******************************************************************
       098-APLICA-DONA-UNICO.
           IF DU-E-IEMPR (WS-IX-DU) = WS-EMP
      * SDAT-40184I
              MOVE 'R'                  TO WS-DN-ESTATUS
              MOVE ZEROS                TO A3-NUM-OPERAC-IREF
      * SDAT-40184F
              MOVE DU-E-ICUENTA (WS-IX-DU) TO ICUENTA OF DCLCUENTA
              EXEC SQL
                   SELECT IEMPR,              ISUCCASA,
                 IF WS-ISUCCASA-FILTRO = SPACES
                 OR ISUCCASA OF DCLCUENTA = WS-ISUCCASA-FILTRO
                    PERFORM 099-BARRE-DONA-UNICO
      * SDAT-40184I
                 ELSE
      **** LA CUENTA ES DE OTRA PARTICION: AHI SE RESPONDE
                    MOVE SPACES         TO WS-DN-ESTATUS
      * SDAT-40184F
                 END-IF
              END-IF
      * SDAT-40184I
              IF DU-E-ORIGEN (WS-IX-DU) = 'N'
              AND WS-DN-ESTATUS NOT = SPACES
                 PERFORM 098-RESPONDE-NOMINA
              END-IF
      * SDAT-40184F
           END-IF.
       098-FIN.
           EXIT.
      *
      * SDAT-40184I
      ******************************************************************
      *   DEJA EL RESULTADO DEL DONATIVO DE NOMINA PARA LA CONCILIACION
      *   CON LO DESCONTADO EN PAYROL00
      ******************************************************************
       098-RESPONDE-NOMINA.
           MOVE DU-E-IEMPR   (WS-IX-DU)  TO NA-IEMPR.
           MOVE DU-E-ICUENTA (WS-IX-DU)  TO NA-ICUENTA.
           MOVE DU-E-IRFC    (WS-IX-DU)  TO NA-IRFC.
           MOVE DU-E-MONTO   (WS-IX-DU)  TO NA-MONTO.
           MOVE DU-E-OPS     (WS-IX-DU)  TO NA-OPS.
           MOVE WS-DN-ESTATUS            TO NA-ESTATUS.
           MOVE A3-NUM-OPERAC-IREF       TO NA-IREF.
           MOVE W000-FECHA-FIN-MES       TO NA-FECHA-FIN-MES.
           MOVE SPACES                   TO REG-RESP-NOMINA (66:15).
           WRITE REG-RESP-NOMINA.
           IF WS-DN-ESTATUS = 'A'
              ADD 1                      TO WS-TOT-DN-APLICADAS
              ADD DU-E-MONTO (WS-IX-DU)  TO WS-TOT-MNT-DN-APLICADO
           ELSE
              ADD 1                      TO WS-TOT-DN-NO-APLICADAS
           END-IF.
       098-RES-FIN.
           EXIT.
      * SDAT-40184F
      *
       099-BARRE-DONA-UNICO.
           MOVE WSC-DU-IEMISORA         TO IEMISORA OF DCLCONCEPT.
           PERFORM 026-BUSCA-EXCLUSION.
           IF WS-CUENTA-EXCLUIDA-SI
              PERFORM 027-REPORTA-EXCLUIDA
      * SDAT-40184I
              MOVE 'X'                  TO WS-DN-ESTATUS
      * SDAT-40184F
           ELSE
              IF WS-CUENTA-CARGO NOT = SPACES AND
                 WS-CUENTA-ABONO NOT = SPACES
                 PERFORM 020-ARMA-DETALLE
      * SDAT-40184I
                 IF WS-PLD-RETENIDA-NO
                    MOVE 'A'            TO WS-DN-ESTATUS
                 ELSE
                    MOVE 'P'            TO WS-DN-ESTATUS
                 END-IF
      * SDAT-40184F
                 MOVE 'N'               TO WS-SALTA-CUENTA
                 IF WS-MODO-SIMULACION
                    DISPLAY 'MODO SIMULACION - NO SE APLICA DONATIVO'
                            ' UNICO CUENTA ' ICUENTA OF DCLCUENTA
      * SDAT-40184I
                    IF WS-PLD-RETENIDA-NO
                       MOVE 'S'         TO WS-DN-ESTATUS
                    END-IF
      * SDAT-40184F
                 ELSE
      * SDAT-40178I
                    IF WS-PLD-RETENIDA-NO
      * SDAT-40178F
                    PERFORM 030-REALIZA-CARGO-ABONO
      * SDAT-40178I
                    END-IF
      * SDAT-40178F
                 END-IF
      * SDAT-40178I
                 IF WS-PLD-RETENIDA-NO
      * SDAT-40178F
                 IF WS-MODO-NORMAL
                    PERFORM 022-GRABA-HIST-DONANTE
                 END-IF
                 ADD 1                  TO WS-TOT-DU-APLICADAS
                 ADD DU-E-MONTO (WS-IX-DU)
                                        TO WS-TOT-MNT-DU-APLICADO
      * SDAT-40179I
                 PERFORM 107-ACUMULA-APORTACION
      * SDAT-40179F
      * SDAT-40180I
                 PERFORM 108-ACUMULA-LIBERACION
      * SDAT-40180F
      * SDAT-40178I
                 END-IF
      * SDAT-40178F
              END-IF
           END-IF.
       099-FIN.
           MOVE ZEROS                   TO WS-PCT-ASIGNADO.
           MOVE ZEROS                   TO WS-NUM-DEST-CTA.
           MOVE 'GRAL'                  TO WS-CAMPANA-CTA.
      * SDAT-40179I
           MOVE ZEROS                   TO WS-NUM-APO-CTA.
      * SDAT-40179F
           PERFORM 102-APLICA-DESTINO
              VARYING WS-IX-DST FROM 1 BY 1
                UNTIL WS-IX-DST > WS-NUM-DESTINOS.
              IF WS-MNT-DESTINO > ZEROS
                 ADD 1                  TO CAM-E-CTAS  (1)
                 ADD WS-MNT-DESTINO     TO CAM-E-MONTO (1)
      * SDAT-40179I
                 ADD 1                  TO WS-NUM-APO-CTA
                 MOVE 1             TO APC-IX-CAM (WS-NUM-APO-CTA)
                 MOVE WS-MNT-DESTINO TO APC-MONTO (WS-NUM-APO-CTA)
      * SDAT-40179F
              END-IF
           END-IF.
       101-FIN.
                            DST-E-PCT (WS-IX-DST) / 100
                    ADD 1               TO CAM-E-CTAS  (WS-KX-CAM)
                    ADD WS-MNT-DESTINO  TO CAM-E-MONTO (WS-KX-CAM)
      * SDAT-40179I
                    IF WS-NUM-APO-CTA < WSC-MAX-CAMPANAS
                       ADD 1            TO WS-NUM-APO-CTA
                       MOVE WS-KX-CAM   TO APC-IX-CAM (WS-NUM-APO-CTA)
                       MOVE WS-MNT-DESTINO
                                        TO APC-MONTO  (WS-NUM-APO-CTA)
                    END-IF
      * SDAT-40179F
                    ADD DST-E-PCT (WS-IX-DST) TO WS-PCT-ASIGNADO
                 END-IF
              END-IF
              MOVE CAM-E-MONTO  (WS-IX-CAM) TO LIQ-MONTO
              WRITE REG-LIQ-CAMPANA
           END-IF.
      * SDAT-40179I
           IF CAM-E-APO-MONTO (WS-IX-CAM) > ZEROS
              PERFORM 107-DETALLE-APORTACION
           END-IF.
           MOVE ZEROS                   TO CAM-E-APO-DONANTES
                                                           (WS-IX-CAM)
                                           CAM-E-APO-MONTO (WS-IX-CAM)
                                       CAM-E-APO-FOLIO-CGO (WS-IX-CAM)
                                       CAM-E-APO-FOLIO-ABO (WS-IX-CAM).
      * SDAT-40179F
           MOVE ZEROS                   TO CAM-E-CTAS  (WS-IX-CAM).
           MOVE ZEROS                   TO CAM-E-MONTO (WS-IX-CAM).
       106-FIN.
           EXIT.
      * SDAT-40153F
      *
      * SDAT-40179I
      ******************************************************************
      *   APORTACION CORPORATIVA DEL BANCO (MATCHING GIFT): EL BANCO
      *   IGUALA, AL PORCENTAJE DEL PROGRAMA DE CADA CAMPANA, LO QUE
      *   SUS CLIENTES DONARON EN EL MES, HASTA UN TOPE ANUAL POR
      *   DONANTE (RFC) Y HASTA AGOTAR EL PRESUPUESTO DE LA CAMPANA.
      *   OBTIENE DE PARAM ('FBA', IPARAM = EMPRESA) LA CUENTA
      *   CORPORATIVA DE CARGO (01:10) Y EL TOPE ANUAL (11:15); SIN
      *   PARAMETRO LA EMPRESA NO PARTICIPA
      ******************************************************************
       107-OBT-CTA-APORTACION.
           MOVE 'N'                     TO WS-APO-ACTIVA.
           MOVE SPACES                  TO WS-CUENTA-APORTA.
           MOVE ZEROS                   TO WS-APO-TOPE-DONANTE.
           MOVE ZEROS                   TO WS-NUM-APO-MES.
           MOVE WS-EMP                  TO IPARAM   OF DCLPARAM.
           MOVE SPACES                  TO DATOSPAR OF DCLPARAM.
           EXEC SQL
                SELECT DATOSPAR
                  INTO :DCLPARAM.DATOSPAR
                  FROM PARAM
                 WHERE ITIPOPAR = 'FBA'
                   AND IPARAM   = :DCLPARAM.IPARAM
           END-EXEC.
           EVALUATE SQLCODE
              WHEN ZEROS
                 IF DATOSPAR OF DCLPARAM (01:10) IS NUMERIC
                 AND DATOSPAR OF DCLPARAM (11:15) IS NUMERIC
                    MOVE DATOSPAR OF DCLPARAM (01:10)
                                        TO WS-CUENTA-APORTA
                    MOVE DATOSPAR OF DCLPARAM (11:15)
                                        TO WS-APO-TOPE-X
                    SET WS-APO-ACTIVA-SI TO TRUE
                 ELSE
                    DISPLAY 'ERROR AL LEER  PARAM ("FBA") '
                    DISPLAY 'CTA CORPORATIVA O TOPE NO VALIDOS "'
                            DATOSPAR OF DCLPARAM (01:25) '"'
                    DISPLAY 'SE TERMINA EL PROGRAMA                '
                    PERFORM 999-ABORTA
                 END-IF
              WHEN 100
                 DISPLAY W000-PROG ' EMPRESA ' WS-EMP
                         ' SIN APORTACION CORPORATIVA (PARAM "FBA")'
              WHEN OTHER
                 DISPLAY 'ERROR AL LEER  PARAM ("FBA") '
                 MOVE SQLCODE           TO WS-SQLCODE
                 DISPLAY 'SQLCODE ' WS-SQLCODE
                 DISPLAY 'SE TERMINA EL PROGRAMA                '
                 PERFORM 999-ABORTA
           END-EVALUATE.
       107-FIN.
           EXIT.
      *
      ******************************************************************
      *   ACUMULA LO DONADO EN EL MES POR RFC Y CAMPANA CON PROGRAMA
      *   DE APORTACION (EL REPARTO POR CAMPANA LO DEJO
      *   101-ACUMULA-CAMPANA); SOLO DONATIVOS REALMENTE BARRIDOS
      ******************************************************************
       107-ACUMULA-APORTACION.
           IF WS-APO-ACTIVA-SI AND A1-IRFC NOT = SPACES
              PERFORM 107-SUMA-DONADO
                 VARYING WS-IX-APC FROM 1 BY 1
                   UNTIL WS-IX-APC > WS-NUM-APO-CTA
           END-IF.
       107-ACUM-FIN.
           EXIT.
      *
       107-SUMA-DONADO.
           IF CAM-E-APO-PCT (APC-IX-CAM (WS-IX-APC)) > ZEROS
              MOVE 'N'                  TO WS-APM-HALLADA
              PERFORM 107-BUSCA-APO-MES
                 VARYING WS-IX-APM FROM 1 BY 1
                   UNTIL WS-IX-APM > WS-NUM-APO-MES
                      OR WS-APM-HALLADA-SI
              IF WS-APM-HALLADA-NO
                 IF WS-NUM-APO-MES NOT < WSC-MAX-APO-MES
                    DISPLAY W000-PROG ' DONANTES CON APORTACION '
                            'EXCEDEN LA TABLA DE ' WSC-MAX-APO-MES
                    DISPLAY 'SE TERMINA EL PROGRAMA                '
                    PERFORM 999-ABORTA
                 END-IF
                 ADD 1                  TO WS-NUM-APO-MES
                 MOVE WS-NUM-APO-MES    TO WS-KX-APM
                 MOVE A1-IRFC           TO APM-IRFC   (WS-KX-APM)
                 MOVE APC-IX-CAM (WS-IX-APC)
                                        TO APM-IX-CAM (WS-KX-APM)
                 MOVE ZEROS             TO APM-DONADO   (WS-KX-APM)
                                           APM-APORTADO (WS-KX-APM)
              END-IF
              ADD APC-MONTO (WS-IX-APC) TO APM-DONADO (WS-KX-APM)
           END-IF.
       107-SUMA-FIN.
           EXIT.
      *
       107-BUSCA-APO-MES.
           IF APM-IRFC   (WS-IX-APM) = A1-IRFC
           AND APM-IX-CAM (WS-IX-APM) = APC-IX-CAM (WS-IX-APC)
              SET WS-APM-HALLADA-SI     TO TRUE
              MOVE WS-IX-APM            TO WS-KX-APM
           END-IF.
       107-BUS-FIN.
           EXIT.
      *
      ******************************************************************
      *   AL TERMINAR LA EMPRESA (DESPUES DE DOMICILIACIONES Y
      *   DONATIVOS UNICOS, ANTES DEL CORTE): CALCULA LA APORTACION DE
      *   CADA RFC/CAMPANA, POSTEA UN CARGO/ABONO POR CAMPANA CON
      *   FOLIOS PROPIOS Y DEJA EL HISTORICO DE APORTACIONES
      ******************************************************************
       107-PROCESA-APORTACION.
           IF WS-APO-ACTIVA-SI AND WS-NUM-APO-MES > ZEROS
              PERFORM 107-CALCULA-APORTACION
                 VARYING WS-IX-APM FROM 1 BY 1
                   UNTIL WS-IX-APM > WS-NUM-APO-MES
              PERFORM 107-POSTEA-APORTACION
                 VARYING WS-IX-CAM FROM 1 BY 1
                   UNTIL WS-IX-CAM > WS-NUM-CAMPANAS
              IF WS-MODO-NORMAL
                 PERFORM 107-GRABA-HIST-APO
                    VARYING WS-IX-APM FROM 1 BY 1
                      UNTIL WS-IX-APM > WS-NUM-APO-MES
              END-IF
           END-IF.
           MOVE ZEROS                   TO WS-NUM-APO-MES.
       107-PROC-FIN.
           EXIT.
      *
      **** PORCENTAJE DEL PROGRAMA SOBRE LO DONADO, LIMITADO POR LO
      **** QUE AL DONANTE LE QUEDA DEL TOPE ANUAL Y POR LO QUE LE
      **** QUEDA DEL PRESUPUESTO A LA CAMPANA
       107-CALCULA-APORTACION.
           MOVE APM-IX-CAM (WS-IX-APM)  TO WS-KX-CAM.
           COMPUTE WS-APO-MONTO ROUNDED =
                   APM-DONADO (WS-IX-APM) *
                   CAM-E-APO-PCT (WS-KX-CAM) / 100.
           MOVE APM-IRFC (WS-IX-APM)    TO WS-APO-IRFC-BUSCADO.
           PERFORM 107-BUSCA-ANUAL.
           COMPUTE WS-APO-DISPONIBLE =
                   WS-APO-TOPE-DONANTE - APA-APORTADO (WS-KX-APA).
           IF WS-APO-MONTO > WS-APO-DISPONIBLE
              MOVE WS-APO-DISPONIBLE    TO WS-APO-MONTO
              ADD 1                     TO WS-TOT-APO-TOPADAS
           END-IF.
           COMPUTE WS-APO-DISPONIBLE =
                   CAM-E-APO-PRESUP (WS-KX-CAM) -
                   CAM-E-APO-USADO  (WS-KX-CAM).
           IF WS-APO-MONTO > WS-APO-DISPONIBLE
              MOVE WS-APO-DISPONIBLE    TO WS-APO-MONTO
              ADD 1                     TO WS-TOT-APO-SIN-PRESUP
           END-IF.
           IF WS-APO-MONTO < ZEROS
              MOVE ZEROS                TO WS-APO-MONTO
           END-IF.
           MOVE WS-APO-MONTO            TO APM-APORTADO (WS-IX-APM).
           IF WS-APO-MONTO > ZEROS
              ADD WS-APO-MONTO          TO APA-APORTADO    (WS-KX-APA)
                                           CAM-E-APO-USADO (WS-KX-CAM)
                                           CAM-E-APO-MONTO (WS-KX-CAM)
              ADD 1                     TO CAM-E-APO-DONANTES
                                                           (WS-KX-CAM)
              ADD 1                     TO WS-TOT-APO-DONANTES
              ADD WS-APO-MONTO          TO WS-TOT-MNT-APORTADO
           END-IF.
       107-CALC-FIN.
           EXIT.
      *
      **** LO YA APORTADO AL RFC EN EL ANO (MESES ANTERIORES DEL
      **** HISTORICO MAS LO DE ESTA CORRIDA); UN RFC NUEVO SE DA DE
      **** ALTA EN CEROS
       107-BUSCA-ANUAL.
           MOVE 'N'                     TO WS-APA-HALLADA.
           PERFORM 107-COMPARA-ANUAL
              VARYING WS-IX-APA FROM 1 BY 1
                UNTIL WS-IX-APA > WS-NUM-APO-ANUAL
                   OR WS-APA-HALLADA-SI.
           IF WS-APA-HALLADA-NO
              IF WS-NUM-APO-ANUAL NOT < WSC-MAX-APO-ANUAL
                 DISPLAY W000-PROG ' DONANTES CON APORTACION EN EL '
                         'ANO EXCEDEN LA TABLA DE ' WSC-MAX-APO-ANUAL
                 DISPLAY 'SE TERMINA EL PROGRAMA                '
                 PERFORM 999-ABORTA
              END-IF
              ADD 1                     TO WS-NUM-APO-ANUAL
              MOVE WS-NUM-APO-ANUAL     TO WS-KX-APA
              MOVE WS-APO-IRFC-BUSCADO  TO APA-IRFC     (WS-KX-APA)
              MOVE ZEROS                TO APA-APORTADO (WS-KX-APA)
           END-IF.
       107-ANUAL-FIN.
           EXIT.
      *
       107-COMPARA-ANUAL.
           IF APA-IRFC (WS-IX-APA) = WS-APO-IRFC-BUSCADO
              SET WS-APA-HALLADA-SI     TO TRUE
              MOVE WS-IX-APA            TO WS-KX-APA
           END-IF.
       107-COMP-FIN.
           EXIT.
      *
      ******************************************************************
      *   POSTEA LA APORTACION DE LA CAMPANA: CARGO A LA CUENTA
      *   CORPORATIVA DEL BANCO Y ABONO A LA CUENTA DE CHEQUES DE LA
      *   FUNDACION, CADA UNO CON SU FOLIO; LA SERIE 'APO-' + CAMPANA
      *   LOS DISTINGUE DE LOS DONATIVOS Y PERMITE VALIDAR DUPLICADOS
      ******************************************************************
       107-POSTEA-APORTACION.
           IF CAM-E-APO-MONTO (WS-IX-CAM) > ZEROS
              MOVE CAM-E-CODIGO (WS-IX-CAM) TO WS-APO-ISERIE-CAM
              IF WS-MODO-SIMULACION
                 DISPLAY 'MODO SIMULACION - NO SE POSTEA APORTACION '
                         'CAMPANA ' CAM-E-CODIGO (WS-IX-CAM) ' '
                         CAM-E-APO-MONTO (WS-IX-CAM)
              ELSE
                 PERFORM 029-OBTIENE-FOLIO
                 MOVE W000-SIGFOLIO  TO CAM-E-APO-FOLIO-CGO (WS-IX-CAM)
                 MOVE 1120              TO WS-APO-IOPERA
                 MOVE 'C'               TO WS-APO-TPOMOV
                 MOVE WS-CUENTA-APORTA  TO WS-APO-CONTRATO
                 PERFORM 107-INSERTA-ZMDT633
                 PERFORM 029-OBTIENE-FOLIO
                 MOVE W000-SIGFOLIO  TO CAM-E-APO-FOLIO-ABO (WS-IX-CAM)
                 MOVE 1020              TO WS-APO-IOPERA
                 MOVE 'A'               TO WS-APO-TPOMOV
                 MOVE WS-CUENTA-ABONO   TO WS-APO-CONTRATO
                 PERFORM 107-INSERTA-ZMDT633
              END-IF
      * SDAT-40180I
              MOVE WS-EMP               TO WS-LIB-LL-IEMPR
              MOVE ZEROS                TO WS-LIB-LL-ICUENTA
              MOVE CAM-E-APO-MONTO (WS-IX-CAM) TO WS-LIB-LL-MONTO
              PERFORM 108-SUMA-LIBERACION
      * SDAT-40180F
           END-IF.
       107-POST-FIN.
           EXIT.
      *
       107-INSERTA-ZMDT633.
           INITIALIZE                      DCLZMDT633
           MOVE W000-SIGFOLIO           TO ZM633-IREF
           MOVE 'TES'                   TO ZM633-TPOMERC
           MOVE W000-SIGFOLIO           TO ZM633-NUFOLIO
           MOVE 'APORTA BANCO'          TO ZM633-NUCVEISI
           MOVE ZEROS                   TO ZM633-NUPAPEL
           MOVE 'A'                     TO ZM633-SESTATUS
           MOVE SPACES                  TO ZM633-TPOPERA
           MOVE WS-APO-IOPERA           TO ZM633-IOPERA
           MOVE ZEROS                   TO ZM633-ICUENTA
           MOVE WS-APO-CONTRATO         TO ZM633-CONTRATO
           MOVE ZEROS                   TO ZM633-NUMMOV
           MOVE WS-APO-TPOMOV           TO ZM633-TPOMOV
           MOVE W000-FECHA-ACTUAL       TO ZM633-FHFOLIO
           MOVE W000-FECHA-ACTUAL       TO ZM633-FHAPLICA
           MOVE W000-FECHA-ACTUAL       TO ZM633-FHVENCIM
           MOVE ZEROS                   TO ZM633-CTITULOS
           MOVE ZEROS                   TO ZM633-PCDCTO
           MOVE ZEROS                   TO ZM633-CTPRECIO
           MOVE ZEROS                   TO ZM633-PCCORRO
           MOVE CAM-E-APO-MONTO (WS-IX-CAM) TO ZM633-MAFECTA
           MOVE ZEROS                   TO ZM633-NUCVEOPE
           MOVE ZEROS                   TO ZM633-NUPLAZA
           MOVE 1                       TO ZM633-TPMONEDA
           MOVE ZEROS                   TO ZM633-NUCUENTA
           MOVE SPACES                  TO ZM633-CDORIGEN
           MOVE W000-PROG               TO ZM633-IPROGRAM
           MOVE WS-APO-ISERIE           TO ZM633-ISERIE
           MOVE SPACES                  TO ZM633-ITVBMV
           MOVE WSC-APO-IEMISORA        TO ZM633-NBINSTRU
           MOVE ZEROS                   TO ZM633-NFOLIO
           MOVE ZEROS                   TO ZM633-ISEC
           MOVE SPACES                  TO ZM633-NPROCESO
           MOVE SPACES                  TO ZM633-NUSUARIO
           PERFORM 025-VALIDA-DUPLICADO-ZMDT633.
           IF WS-NO-EXISTE-ZMDT633
           EXEC SQL
              INSERT INTO ZMDT633
                     (ZM633_IREF,
                      ZM633_TPOMERC,
                      ZM633_NUFOLIO,
                      ZM633_NUCVEISI,
                      ZM633_NUPAPEL,
                      ZM633_SESTATUS,
                      ZM633_TPOPERA,
                      ZM633_IOPERA,
                      ZM633_ICUENTA,
                      ZM633_CONTRATO,
                      ZM633_NUMMOV,
                      ZM633_TPOMOV,
                      ZM633_FHFOLIO,
                      ZM633_FHAPLICA,
                      ZM633_FHVENCIM,
                      ZM633_CTITULOS,
                      ZM633_PCDCTO,
                      ZM633_CTPRECIO,
                      ZM633_PCCORRO,
                      ZM633_MAFECTA,
                      ZM633_NUCVEOPE,
                      ZM633_NUPLAZA,
                      ZM633_TPMONEDA,
                      ZM633_NUCUENTA,
                      ZM633_CDORIGEN,
                      ZM633_IPROGRAM,
                      ZM633_FREG,
                      ZM633_ISERIE,
                      ZM633_ITVBMV,
                      ZM633_NBINSTRU,
                      ZM633_NFOLIO,
                      ZM633_ISEC,
                      ZM633_NPROCESO,
                      ZM633_NUSUARIO)
             VALUES (:ZM633-IREF,
                     :ZM633-TPOMERC,
                     :ZM633-NUFOLIO,
                     :ZM633-NUCVEISI,
                     :ZM633-NUPAPEL,
                     :ZM633-SESTATUS,
                     :ZM633-TPOPERA,
                     :ZM633-IOPERA,
                     :ZM633-ICUENTA,
                     :ZM633-CONTRATO,
                     :ZM633-NUMMOV,
                     :ZM633-TPOMOV,
                     :ZM633-FHFOLIO,
                     :ZM633-FHAPLICA,
                     :ZM633-FHVENCIM,
                     :ZM633-CTITULOS,
                     :ZM633-PCDCTO,
                     :ZM633-CTPRECIO,
                     :ZM633-PCCORRO,
                     :ZM633-MAFECTA,
                     :ZM633-NUCVEOPE,
                     :ZM633-NUPLAZA,
                     :ZM633-TPMONEDA,
                     :ZM633-NUCUENTA,
                     :ZM633-CDORIGEN,
                     :ZM633-IPROGRAM,
                      CURRENT TIMESTAMP,
                     :ZM633-ISERIE,
                     :ZM633-ITVBMV,
                     :ZM633-NBINSTRU,
                     :ZM633-NFOLIO,
                     :ZM633-ISEC,
                     :ZM633-NPROCESO,
                     :ZM633-NUSUARIO)
           END-EXEC
           IF SQLCODE NOT = ZEROS
              DISPLAY W000-PROG ' NO SE REALIZO ALTA EN ZMDT633'
              DISPLAY W000-PROG ' 107-INSERTA-ZMDT633.         '
              DISPLAY W000-PROG 'ZM633_IREF     (' ZM633-IREF  ')'
              DISPLAY W000-PROG 'ZM633_ISERIE   (' ZM633-ISERIE ')'
              DISPLAY W000-PROG 'ZM633_CONTRATO (' ZM633-CONTRATO ')'
              DISPLAY W000-PROG 'ZM633_MAFECTA  (' ZM633-MAFECTA ')'
              MOVE SQLCODE              TO WS-SQLCODE
              DISPLAY 'SQLCODE ' WS-SQLCODE
              DISPLAY 'SE TERMINA EL PROGRAMA                '
              PERFORM 999-ABORTA
           END-IF
           END-IF.
       107-INS-FIN.
           EXIT.
      *
       107-GRABA-HIST-APO.
           IF APM-APORTADO (WS-IX-APM) > ZEROS
              MOVE APM-IX-CAM (WS-IX-APM) TO WS-KX-CAM
              INITIALIZE                   REG-HIST-APO-OUT
              MOVE WS-EMP               TO HAPO-IEMPR-OUT
              MOVE WS-HIST-ANOMES-ACT   TO HAPO-ANOMES-OUT
              MOVE APM-IRFC (WS-IX-APM) TO HAPO-IRFC-OUT
              MOVE CAM-E-CODIGO (WS-KX-CAM) TO HAPO-CAMPANA-OUT
              MOVE APM-DONADO   (WS-IX-APM) TO HAPO-MNT-DONADO-OUT
              MOVE APM-APORTADO (WS-IX-APM) TO HAPO-MNT-APORTADO-OUT
              MOVE CAM-E-APO-FOLIO-CGO (WS-KX-CAM)
                                        TO HAPO-FOLIO-CARGO-OUT
              MOVE W000-FECHA-FIN-MES   TO HAPO-FECHA-OUT
              WRITE REG-HIST-APO-OUT
           END-IF.
       107-HIST-FIN.
           EXIT.
      *
      ******************************************************************
      *   ARRASTRE DEL HISTORICO DE APORTACIONES: LO DE MESES
      *   ANTERIORES SE COPIA A LA SALIDA Y ALIMENTA LO YA USADO DEL
      *   PRESUPUESTO DE CADA CAMPANA Y LO YA APORTADO A CADA RFC EN
      *   EL ANO; LO DEL PERIODO ACTUAL SE DESCARTA (UN RERUN LO
      *   VUELVE A ESCRIBIR)
      ******************************************************************
       107-ARRASTRA-HIST-APO.
           READ ARCH-HIST-APO-IN
                AT END MOVE 'S'         TO WS-FIN-HIST-APO
                NOT AT END
                   IF HAPO-ANOMES-IN NOT = WS-HIST-ANOMES-ACT
                      IF WS-PARTICION-INACTIVA OR
                         HAPO-IEMPR-IN = WS-EMPRESA
                         MOVE REG-HIST-APO-IN  TO REG-HIST-APO-OUT
                         WRITE REG-HIST-APO-OUT
                      END-IF
                      MOVE HAPO-CAMPANA-IN TO WS-CAM-BUSCADA
                      PERFORM 107-BUSCA-CODIGO-CAM
                      IF WS-CAM-HALLADA-SI
                         ADD HAPO-MNT-APORTADO-IN
                                        TO CAM-E-APO-USADO (WS-KX-CAM)
                      END-IF
                      IF HAPO-ANOMES-IN (1:4) = WS-HIST-ANOMES-ACT (1:4)
                         MOVE HAPO-IRFC-IN TO WS-APO-IRFC-BUSCADO
                         PERFORM 107-BUSCA-ANUAL
                         ADD HAPO-MNT-APORTADO-IN
                                        TO APA-APORTADO (WS-KX-APA)
                      END-IF
                   END-IF
           END-READ.
       107-ARR-FIN.
           EXIT.
      *
      **** BUSQUEDA SOLO POR CODIGO (SIN VIGENCIA): LO USADO CUENTA
      **** AUNQUE LA CAMPANA YA NO ESTE EN LA VENTANA DEL BARRIDO
       107-BUSCA-CODIGO-CAM.
           MOVE 'N'                     TO WS-CAM-HALLADA.
           PERFORM 009-COMPARA-CAMPANA
              VARYING WS-IX-CAM FROM 1 BY 1
                UNTIL WS-IX-CAM > WS-NUM-CAMPANAS
                   OR WS-CAM-HALLADA-SI.
           IF WS-CAM-HALLADA-SI
              SUBTRACT 1              FROM WS-IX-CAM
              MOVE WS-IX-CAM            TO WS-KX-CAM
           END-IF.
       107-COD-FIN.
           EXIT.
      *
      ******************************************************************
      *   AL CORTE DE EMPRESA, POR CAMPANA CON APORTACION: RENGLON EN
      *   EL LISTADO CON EL PRESUPUESTO COMPROMETIDO, USADO Y
      *   DISPONIBLE, REGISTRO '4' EN LA INTERFAZ Y RENGLON PROPIO
      *   (LIQ-TIPO 'A') EN EL RESUMEN DE LIQUIDACION
      ******************************************************************
       107-DETALLE-APORTACION.
           MOVE CAM-E-CODIGO (WS-IX-CAM)     TO R1-11-APO-CODIGO.
           MOVE CAM-E-APO-DONANTES (WS-IX-CAM) TO R1-11-APO-DONANTES.
           MOVE CAM-E-APO-MONTO  (WS-IX-CAM) TO R1-11-APO-MONTO.
           MOVE CAM-E-APO-PRESUP (WS-IX-CAM) TO R1-12-APO-PRESUP.
           MOVE CAM-E-APO-USADO  (WS-IX-CAM) TO R1-12-APO-USADO.
           COMPUTE WS-APO-DISPONIBLE =
                   CAM-E-APO-PRESUP (WS-IX-CAM) -
                   CAM-E-APO-USADO  (WS-IX-CAM).
           MOVE WS-APO-DISPONIBLE            TO R1-12-APO-DISPONIBLE.
           IF WS-EMP = 'CBP'
              WRITE REG-LISTADO-CBP FROM R1-11-APORTACION
              WRITE REG-LISTADO-CBP FROM R1-12-PRESUPUESTO
              ADD 2                    TO R1-NUM-LIN
           ELSE
              WRITE REG-LISTADO-BCM FROM R1-11-APORTACION
              WRITE REG-LISTADO-BCM FROM R1-12-PRESUPUESTO
              ADD 2                    TO R1-NUM-LIN
           END-IF.
      *
           INITIALIZE                      T4-APORTACION.
           MOVE '4'                     TO T4A-TIPO-REG.
           IF WS-EMP = 'BCM'
              MOVE 'MUV '               TO T4A-APLICACION
           ELSE
              MOVE 'CBP '               TO T4A-APLICACION
           END-IF.
           MOVE CAM-E-CODIGO (WS-IX-CAM)     TO T4A-CAMPANA.
           MOVE CAM-E-APO-DONANTES (WS-IX-CAM) TO T4A-TOTAL-DONANTES.
           MOVE CAM-E-APO-MONTO  (WS-IX-CAM) TO T4A-TOTAL-MONTO.
           MOVE CAM-E-APO-FOLIO-CGO (WS-IX-CAM) TO T4A-FOLIO-CARGO.
           MOVE CAM-E-APO-FOLIO-ABO (WS-IX-CAM) TO T4A-FOLIO-ABONO.
           MOVE W000-FECHA-FIN-MES           TO T4A-FECHA-FIN-MES.
           MOVE SPACES                       TO T4A-FILLER.
           WRITE REG-INTEF-FUNDA           FROM T4-APORTACION.
           ADD 1                             TO WS-ENV-REGISTROS.
      *
           INITIALIZE                      REG-LIQ-CAMPANA.
           MOVE WS-EMP                  TO LIQ-IEMPR.
           MOVE CAM-E-CODIGO (WS-IX-CAM) TO LIQ-CAMPANA.
           MOVE 'APORTACION CORPORATIVA BANCO' TO LIQ-DESC.
           MOVE CAM-E-APO-DONANTES (WS-IX-CAM) TO LIQ-CTAS.
           MOVE CAM-E-APO-MONTO  (WS-IX-CAM) TO LIQ-MONTO.
           SET LIQ-APORTACION           TO TRUE.
           WRITE REG-LIQ-CAMPANA.
       107-DET-FIN.
           EXIT.
      *
      **** PRESUPUESTO DE CADA PROGRAMA AL CIERRE DE LA CORRIDA
       107-DISPLAY-PRESUPUESTO.
           IF CAM-E-APO-PCT (WS-IX-CAM) > ZEROS
              COMPUTE WS-APO-DISPONIBLE =
                      CAM-E-APO-PRESUP (WS-IX-CAM) -
                      CAM-E-APO-USADO  (WS-IX-CAM)
              DISPLAY W000-PROG '   APORTACION '
                      CAM-E-CODIGO (WS-IX-CAM)
                      ' COMPROMETIDO: ' CAM-E-APO-PRESUP (WS-IX-CAM)
              DISPLAY W000-PROG '                 USADO: '
                      CAM-E-APO-USADO (WS-IX-CAM)
                      ' DISPONIBLE: ' WS-APO-DISPONIBLE
           END-IF.
       107-DISP-FIN.
           EXIT.
      * SDAT-40179F
      *
      * SDAT-40180I
      ******************************************************************
      *   LIBERACION DE LA CORRIDA: LA SIMULACION DEJA UNA SOLICITUD
      *   (TARJETA, VENTANA, CUENTAS/MONTO POR EMPRESA Y HASH DE LOS
      *   POSTEOS PLANEADOS) QUE EL SUPERVISOR APRUEBA CON ZM4LB001;
      *   LA CORRIDA NORMAL NO POSTEA SIN UNA LIBERACION APROBADA CON
      *   LA MISMA TARJETA Y LA MISMA VENTANA
      ******************************************************************
       108-VALIDA-LIBERACION.
           MOVE WS-REG-PARAMETROS       TO WS-LIB-PARAMETROS.
           MOVE SPACES                  TO WS-LIB-PARAMETROS (4:1).
           MOVE 'N'                     TO WS-LIB-HALLADA.
           MOVE ZEROS                   TO WS-LIB-DESCARTADAS.
           OPEN OUTPUT ARCH-RPT-LIBERACION.
           PERFORM 108-LIMPIA-EMPRESA
              VARYING WS-IX-LIB FROM 1 BY 1
                UNTIL WS-IX-LIB > WSC-NUM-EMPRESAS.
           IF WS-MODO-SIMULACION
              ACCEPT WS-LIB-ID-FECHA    FROM DATE YYYYMMDD
              ACCEPT WS-LIB-ID-HORA     FROM TIME
              OPEN OUTPUT ARCH-LIB-SOLICITUD
              DISPLAY W000-PROG ' MODO SIMULACION - SE SOLICITA LA '
                      'LIBERACION ' WS-LIB-ID
           ELSE
              OPEN INPUT  ARCH-LIB-APROBADA
              MOVE 'N'                  TO WS-FIN-LIB-APROBADA
              MOVE 'N'                  TO WS-LIB-LEYENDO
              PERFORM 108-LEE-APROBADA UNTIL WS-FIN-LIB-APROBADA-SI
              CLOSE       ARCH-LIB-APROBADA
              IF WS-LIB-HALLADA-NO
                 DISPLAY W000-PROG ' NO HAY LIBERACION APROBADA CON '
                         'LA MISMA TARJETA Y VENTANA QUE ESTA CORRIDA'
                 DISPLAY W000-PROG ' LIBERACIONES DESCARTADAS : '
                         WS-LIB-DESCARTADAS
                 DISPLAY W000-PROG ' TARJETA  : ' WS-LIB-PARAMETROS
                 DISPLAY W000-PROG ' VENTANA  : ' W000-FECHA-INI-MES
                         ' A ' W000-FECHA-FIN-MES
                 DISPLAY 'SE TERMINA EL PROGRAMA                '
                 PERFORM 999-ABORTA
              END-IF
              DISPLAY W000-PROG ' LIBERACION ' WS-LIB-ID
                      ' APROBADA POR ' WS-LIB-SUPERVISOR
                      ' EL ' WS-LIB-FECHA-APRO
           END-IF.
       108-FIN.
           EXIT.
      *
       108-LIMPIA-EMPRESA.
           MOVE ZEROS                   TO LIB-E-CTAS      (WS-IX-LIB)
                                           LIB-E-MONTO     (WS-IX-LIB)
                                           LIB-E-HASH      (WS-IX-LIB)
                                           LIB-E-APR-CTAS  (WS-IX-LIB)
                                           LIB-E-APR-MONTO (WS-IX-LIB)
                                           LIB-E-APR-HASH  (WS-IX-LIB).
       108-LIM-FIN.
           EXIT.
      *
      **** SE TOMA LA PRIMERA LIBERACION APROBADA CUYA TARJETA (SIN EL
      **** BYTE DE MODO) Y VENTANA SEAN LAS DE ESTA CORRIDA, CON SUS
      **** RENGLONES POR EMPRESA; LAS DEMAS SE DESCARTAN
       108-LEE-APROBADA.
           READ ARCH-LIB-APROBADA
                AT END MOVE 'S'         TO WS-FIN-LIB-APROBADA
                NOT AT END
                   IF LIB-ES-ENCABEZADO-IN
                      MOVE 'N'          TO WS-LIB-LEYENDO
                      MOVE LIB-PARAMETROS-IN TO WS-LIB-PARAM-APR
                      MOVE SPACES       TO WS-LIB-PARAM-APR (4:1)
                      IF WS-LIB-HALLADA-NO
                      AND LIB-APROBADA-IN
                      AND WS-LIB-PARAM-APR   = WS-LIB-PARAMETROS
                      AND LIB-FEC-INI-MES-IN = W000-FECHA-INI-MES
                      AND LIB-FEC-FIN-MES-IN = W000-FECHA-FIN-MES
                         SET WS-LIB-HALLADA-SI TO TRUE
                         MOVE 'S'       TO WS-LIB-LEYENDO
                         MOVE LIB-ID-LIBERACION-IN TO WS-LIB-ID
                         MOVE LIB-SUPERVISOR-IN    TO WS-LIB-SUPERVISOR
                         MOVE LIB-FECHA-APRO-IN    TO WS-LIB-FECHA-APRO
                      ELSE
                         ADD 1          TO WS-LIB-DESCARTADAS
                      END-IF
                   END-IF
                   IF LIB-ES-EMPRESA-IN AND WS-LIB-LEYENDO = 'S'
                      PERFORM 108-CARGA-EMPRESA-APR
                   END-IF
           END-READ.
       108-LEE-FIN.
           EXIT.
      *
       108-CARGA-EMPRESA-APR.
           PERFORM 108-COMPARA-EMPRESA
              VARYING WS-IX-LIB FROM 1 BY 1
                UNTIL WS-IX-LIB > WSC-NUM-EMPRESAS.
       108-CAR-FIN.
           EXIT.
      *
       108-COMPARA-EMPRESA.
           IF WSC-EMPRESA (WS-IX-LIB) = LIB-IEMPR-IN
              MOVE LIB-CTAS-IN          TO LIB-E-APR-CTAS  (WS-IX-LIB)
              MOVE LIB-MONTO-IN         TO LIB-E-APR-MONTO (WS-IX-LIB)
              MOVE LIB-HASH-EMP-IN      TO LIB-E-APR-HASH  (WS-IX-LIB)
           END-IF.
       108-COMP-FIN.
           EXIT.
      *
      ******************************************************************
      *   ACUMULA UN POSTEO (PLANEADO EN SIMULACION, REAL EN NORMAL)
      *   EN LA EMPRESA EN TURNO: CUENTAS, MONTO Y HASH DE LA LLAVE
      *   EMPRESA + CUENTA + MONTO (SUMA MODULO 10**9, NO DEPENDE DEL
      *   ORDEN EN QUE SE POSTEE)
      ******************************************************************
       108-ACUMULA-LIBERACION.
           MOVE WS-EMP                  TO WS-LIB-LL-IEMPR.
           MOVE ICUENTA OF DCLCUENTA    TO WS-LIB-LL-ICUENTA.
           MOVE WS-TOT-MNT-CTA-MXN      TO WS-LIB-LL-MONTO.
           PERFORM 108-SUMA-LIBERACION.
       108-ACUM-FIN.
           EXIT.
      *
       108-SUMA-LIBERACION.
           MOVE WS-LIB-LLAVE            TO WS-MASK-IN.
           MOVE 29                      TO WS-MASK-LEN.
           PERFORM 019-CALCULA-HASH.
           ADD 1                        TO LIB-E-CTAS  (WS-IX-EMP).
           ADD WS-LIB-LL-MONTO          TO LIB-E-MONTO (WS-IX-EMP).
           COMPUTE WS-MASK-HASH-TMP =
                   LIB-E-HASH (WS-IX-EMP) + WS-MASK-HASH.
           DIVIDE WS-MASK-HASH-TMP BY 1000000000
                  GIVING WS-MASK-COCIENTE
                  REMAINDER LIB-E-HASH (WS-IX-EMP).
       108-SUMA-FIN.
           EXIT.
      *
      ******************************************************************
      *   AL CIERRE: EN SIMULACION SE GRABA LA SOLICITUD; EN NORMAL SE
      *   COMPARA LO POSTEADO CONTRA LO APROBADO. EL REPORTE SALE EN
      *   AMBOS MODOS (EN SIMULACION ES LO QUE REVISA EL SUPERVISOR)
      ******************************************************************
       108-CIERRA-LIBERACION.
           MOVE ZEROS                   TO WS-LIB-TOT-CTAS
                                           WS-LIB-TOT-MONTO
                                           WS-LIB-TOT-HASH
                                           WS-LIB-DIFERENCIAS.
           MOVE WS-LIB-ID               TO V1-01-ID.
           IF WS-MODO-SIMULACION
              MOVE 'SOLICITADA (PENDIENTE DE VISTO BUENO)'
                                        TO V1-01-SITUACION
           ELSE
              MOVE 'APROBADA POR'       TO V1-01-SITUACION
              MOVE WS-LIB-SUPERVISOR    TO V1-01-SITUACION (14:8)
           END-IF.
           WRITE REG-RPT-LIBERACION   FROM V1-01-ENCA.
           WRITE REG-RPT-LIBERACION   FROM V1-02-ENCA AFTER 2.
           WRITE REG-RPT-LIBERACION   FROM V1-03-GUIONES.
           PERFORM 108-REPORTA-EMPRESA
              VARYING WS-IX-LIB FROM 1 BY 1
                UNTIL WS-IX-LIB > WSC-NUM-EMPRESAS.
           WRITE REG-RPT-LIBERACION   FROM V1-03-GUIONES.
      *
           IF WS-MODO-SIMULACION
              INITIALIZE                   REG-LIB-OUT
              MOVE 'H'                  TO LIB-TIPO-REG-OUT
              MOVE WS-LIB-ID            TO LIB-ID-LIBERACION-OUT
              MOVE WS-REG-PARAMETROS    TO LIB-PARAMETROS-OUT
              MOVE W000-FECHA-INI-MES   TO LIB-FEC-INI-MES-OUT
              MOVE W000-FECHA-FIN-MES   TO LIB-FEC-FIN-MES-OUT
              MOVE WS-LIB-TOT-CTAS      TO LIB-TOT-CTAS-OUT
              MOVE WS-LIB-TOT-MONTO     TO LIB-TOT-MONTO-OUT
              MOVE WS-LIB-TOT-HASH      TO LIB-HASH-OUT
              SET LIB-PENDIENTE-OUT     TO TRUE
              MOVE SPACES               TO LIB-SUPERVISOR-OUT
                                           LIB-FECHA-APRO-OUT
              WRITE REG-LIB-OUT
              PERFORM 108-GRABA-EMPRESA
                 VARYING WS-IX-LIB FROM 1 BY 1
                   UNTIL WS-IX-LIB > WSC-NUM-EMPRESAS
              CLOSE ARCH-LIB-SOLICITUD
              MOVE 'HASH DE LOS POSTEOS PLANEADOS :'
                                        TO V1-05-TEXTO
              MOVE WS-LIB-TOT-HASH      TO V1-05-HASH
              WRITE REG-RPT-LIBERACION FROM V1-05-TOTALES
           ELSE
              IF WS-LIB-DIFERENCIAS = ZEROS
                 MOVE 'LO POSTEADO CUADRA CONTRA LO APROBADO'
                                        TO V1-04-LEYENDA
              ELSE
                 MOVE 'HAY DIFERENCIAS ENTRE LO APROBADO Y LO POSTEADO'
                                        TO V1-04-LEYENDA
                 DISPLAY W000-PROG ' *** ' WS-LIB-DIFERENCIAS
                         ' EMPRESA(S) CON DIFERENCIA CONTRA LA '
                         'LIBERACION ' WS-LIB-ID ' ***'
                 MOVE 4                 TO RETURN-CODE
              END-IF
              WRITE REG-RPT-LIBERACION FROM V1-04-LEYENDA-RPT AFTER 2
           END-IF.
           CLOSE ARCH-RPT-LIBERACION.
       108-CIE-FIN.
           EXIT.
      *
       108-REPORTA-EMPRESA.
           ADD LIB-E-CTAS  (WS-IX-LIB)  TO WS-LIB-TOT-CTAS.
           ADD LIB-E-MONTO (WS-IX-LIB)  TO WS-LIB-TOT-MONTO.
           COMPUTE WS-MASK-HASH-TMP =
                   WS-LIB-TOT-HASH + LIB-E-HASH (WS-IX-LIB).
           DIVIDE WS-MASK-HASH-TMP BY 1000000000
                  GIVING WS-MASK-COCIENTE
                  REMAINDER WS-LIB-TOT-HASH.
           MOVE WSC-EMPRESA (WS-IX-LIB)       TO V1-02-DET-IEMPR.
           MOVE LIB-E-CTAS  (WS-IX-LIB)       TO V1-02-DET-CTAS.
           MOVE LIB-E-MONTO (WS-IX-LIB)       TO V1-02-DET-MONTO.
           MOVE LIB-E-HASH  (WS-IX-LIB)       TO V1-02-DET-HASH.
           IF WS-MODO-SIMULACION
              MOVE ZEROS                TO V1-02-DET-APR-CTAS
                                           V1-02-DET-APR-MONTO
                                           V1-02-DET-APR-HASH
              MOVE SPACES               TO V1-02-DET-SITUACION
           ELSE
              MOVE LIB-E-APR-CTAS  (WS-IX-LIB) TO V1-02-DET-APR-CTAS
              MOVE LIB-E-APR-MONTO (WS-IX-LIB) TO V1-02-DET-APR-MONTO
              MOVE LIB-E-APR-HASH  (WS-IX-LIB) TO V1-02-DET-APR-HASH
              IF LIB-E-CTAS  (WS-IX-LIB) = LIB-E-APR-CTAS  (WS-IX-LIB)
              AND LIB-E-MONTO (WS-IX-LIB) = LIB-E-APR-MONTO (WS-IX-LIB)
              AND LIB-E-HASH  (WS-IX-LIB) = LIB-E-APR-HASH  (WS-IX-LIB)
                 MOVE 'IGUAL'           TO V1-02-DET-SITUACION
              ELSE
                 MOVE 'DIFERENTE'       TO V1-02-DET-SITUACION
                 ADD 1                  TO WS-LIB-DIFERENCIAS
              END-IF
           END-IF.
           WRITE REG-RPT-LIBERACION   FROM V1-02-DETA.
       108-REP-FIN.
           EXIT.
      *
       108-GRABA-EMPRESA.
           INITIALIZE                      REG-LIB-OUT.
           MOVE 'E'                     TO LIB-TIPO-REG-OUT.
           MOVE WS-LIB-ID               TO LIB-ID-LIBERACION-OUT.
           MOVE WSC-EMPRESA (WS-IX-LIB) TO LIB-IEMPR-OUT.
           MOVE LIB-E-CTAS  (WS-IX-LIB) TO LIB-CTAS-OUT.
           MOVE LIB-E-MONTO (WS-IX-LIB) TO LIB-MONTO-OUT.
           MOVE LIB-E-HASH  (WS-IX-LIB) TO LIB-HASH-EMP-OUT.
           WRITE REG-LIB-OUT.
       108-GRA-FIN.
           EXIT.
      * SDAT-40180F
      *
      * SDAT-40181I
      ******************************************************************
      *   RERUN DE UN MES YA CERRADO: BORRA DEL KSDS DE DETALLE LOS
      *   RENGLONES DEL PERIODO. SE LEE SALTANDO POR RFC: DE CADA RFC
      *   SOLO SE VISITAN LAS LLAVES DEL PERIODO ACTUAL
      ******************************************************************
       109-DEPURA-MES-HDET.
           MOVE ZEROS                   TO WS-TOT-HDET-DEPURADOS.
           MOVE LOW-VALUES              TO HDET-LLAVE-OUT.
           MOVE 'N'                     TO WS-FIN-HIST-DET.
           START ARCH-HIST-DET-OUT KEY IS NOT < HDET-LLAVE-OUT
                 INVALID KEY MOVE 'S'   TO WS-FIN-HIST-DET
           END-START.
           PERFORM 109-LEE-DEPURA
             UNTIL WS-FIN-HIST-DET-SI.
       109-FIN.
           EXIT.
      *
       109-LEE-DEPURA.
           READ ARCH-HIST-DET-OUT NEXT RECORD
                AT END MOVE 'S'         TO WS-FIN-HIST-DET
           END-READ.
           IF WS-FIN-HIST-DET-NO
              EVALUATE TRUE
      **** ANTES DEL PERIODO: SE BRINCA AL PERIODO DENTRO DEL MISMO RFC
                 WHEN HDET-LLAVE-ANOMES-OUT < WS-HIST-ANOMES-ACT
                    MOVE WS-HIST-ANOMES-ACT TO HDET-LLAVE-ANOMES-OUT
                    MOVE ZEROS          TO HDET-LLAVE-IREF-OUT
                    START ARCH-HIST-DET-OUT
                          KEY IS NOT < HDET-LLAVE-OUT
                          INVALID KEY MOVE 'S' TO WS-FIN-HIST-DET
                    END-START
      **** DESPUES DEL PERIODO: SE BRINCA AL SIGUIENTE RFC
                 WHEN HDET-LLAVE-ANOMES-OUT > WS-HIST-ANOMES-ACT
                    MOVE 999999         TO HDET-LLAVE-ANOMES-OUT
                    MOVE 999999999      TO HDET-LLAVE-IREF-OUT
                    START ARCH-HIST-DET-OUT
                          KEY IS > HDET-LLAVE-OUT
                          INVALID KEY MOVE 'S' TO WS-FIN-HIST-DET
                    END-START
                 WHEN WS-PARTICION-INACTIVA
                 WHEN HDET-IEMPR-OUT = WS-EMPRESA
                    DELETE ARCH-HIST-DET-OUT RECORD
                       INVALID KEY
                          DISPLAY W000-PROG ' NO SE PUDO BORRAR '
                                  'DETALLE ' HDET-LLAVE-OUT
                                  ' FS=' WS-FS-HIST-DET
                       NOT INVALID KEY
                          ADD 1         TO WS-TOT-HDET-DEPURADOS
                    END-DELETE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       109-LEE-FIN.
           EXIT.
      *
      ******************************************************************
      *   AGREGA EL RENGLON DEL MES AL KSDS DE DETALLE. EN UN SALTO POR
      *   CHECKPOINT LA CUENTA PUDO QUEDAR GRABADA POR LA CORRIDA QUE
      *   SE CAYO: SE BUSCA BAJO SU RFC Y MES ANTES DE AGREGARLA, Y SI
      *   NO ESTA SE LE DA EL SIGUIENTE CONSECUTIVO SIN FOLIO
      ******************************************************************
       109-GRABA-HIST-DET.
           MOVE HDET-IRFC-OUT           TO HDET-LLAVE-IRFC-OUT.
           MOVE HDET-ANOMES-OUT         TO HDET-LLAVE-ANOMES-OUT.
           MOVE HDET-IREF-OUT           TO HDET-LLAVE-IREF-OUT.
           MOVE 'N'                     TO WS-HDET-PREVIO.
           IF WS-SALTA-CUENTA-SI
              MOVE REG-HIST-DET-OUT     TO WS-HDET-RENGLON
              PERFORM 109-BUSCA-PREVIO
              MOVE WS-HDET-RENGLON      TO REG-HIST-DET-OUT
              IF WS-HDET-PREVIO-NO
                 COMPUTE HDET-LLAVE-IREF-OUT = WS-HDET-SIN-FOLIO + 1
              END-IF
           END-IF.
           IF WS-HDET-PREVIO-SI
              ADD 1                     TO WS-TOT-HDET-PREVIOS
           ELSE
              WRITE REG-HIST-DET-OUT
                    INVALID KEY
                       ADD 1            TO WS-TOT-HDET-DUPLICADOS
                       DISPLAY W000-PROG ' LLAVE DUPLICADA EN DETALLE '
                               HDET-LLAVE-OUT ' FS=' WS-FS-HIST-DET
                    NOT INVALID KEY
                       ADD 1            TO WS-TOT-HDET-GRABADOS
              END-WRITE
           END-IF.
       109-GRA-FIN.
           EXIT.
      *
       109-BUSCA-PREVIO.
           MOVE 'N'                     TO WS-HDET-PREVIO.
           MOVE ZEROS                   TO WS-HDET-SIN-FOLIO.
           MOVE 'N'                     TO WS-FIN-HIST-DET.
           MOVE ZEROS                   TO HDET-LLAVE-IREF-OUT.
           START ARCH-HIST-DET-OUT KEY IS NOT < HDET-LLAVE-OUT
                 INVALID KEY MOVE 'S'   TO WS-FIN-HIST-DET
           END-START.
           PERFORM 109-LEE-PREVIO
             UNTIL WS-FIN-HIST-DET-SI.
       109-BUS-FIN.
           EXIT.
      *
       109-LEE-PREVIO.
           READ ARCH-HIST-DET-OUT NEXT RECORD
                AT END MOVE 'S'         TO WS-FIN-HIST-DET
           END-READ.
           IF WS-FIN-HIST-DET-NO
              IF HDET-LLAVE-IRFC-OUT   NOT = WS-HDET-REN-IRFC
              OR HDET-LLAVE-ANOMES-OUT NOT = WS-HDET-REN-ANOMES
                 MOVE 'S'               TO WS-FIN-HIST-DET
              ELSE
                 IF HDET-IREF-OUT = ZEROS
                    ADD 1               TO WS-HDET-SIN-FOLIO
                 END-IF
                 IF HDET-IEMPR-OUT      = WS-HDET-REN-IEMPR
                 AND HDET-CCTAINVPAT-OUT = WS-HDET-REN-CCTA
                    MOVE 'S'            TO WS-HDET-PREVIO
                    MOVE 'S'            TO WS-FIN-HIST-DET
                 END-IF
              END-IF
           END-IF.
       109-PREV-FIN.
           EXIT.
      * SDAT-40181F
      *
      ******************************************************************
      *     ESCRIBE ENCABEZADO
      ******************************************************************
       160-ENCABEZADO.
           PERFORM 999-CONST-ENCA
           ADD 1                           TO R1-NUM-HOJA
           MOVE R1-NUM-HOJA                TO R1-01-NUM-HOJA
      *
           MOVE W000-FECHA-DD              TO R1-02-DIA
           MOVE T999-ABREV-MES(W000-FECHA-MM)
                                           TO R1-02-MES
           MOVE W000-FECHA-AA              TO R1-02-ANO
      *
           ACCEPT WS-HORA-SISTEMA        FROM TIME
           MOVE WS-HH                      TO R1-03-HORAS
           MOVE WS-MM                      TO R1-03-MINUTOS
           MOVE WS-SS                      TO R1-03-SEGUNDOS
      *
           MOVE WS-CUENTA-CARGO            TO R1-05-CTA-CARGO
      *
           MOVE IEMISORA OF DCLCONCEPT     TO R1-06-IEMISORA
           MOVE ISERIE   OF DCLCONCEPT     TO R1-06-ISERIE
           MOVE ICUPON   OF DCLCONCEPT     TO R1-06-ICUPON
           DISPLAY W000-PROG '   MONTO NO APLICADO    : '
                   WS-TOT-MNT-EXCLUIDO.
      * SDAT-40135F
      * SDAT-40178I
           DISPLAY W000-PROG '   DONANTES FILTRADOS   : '
                   WS-TOT-PLD-FILTRADAS.
           DISPLAY W000-PROG '   RETENIDOS POR LISTAS : '
                   WS-TOT-PLD-RETENIDAS.
           DISPLAY W000-PROG '   MONTO RETENIDO       : '
                   WS-TOT-MNT-PLD-RETENIDO.
           DISPLAY W000-PROG '   EN REVISION (NOMBRE) : '
                   WS-TOT-PLD-REVISION.
      * SDAT-40178F
      * SDAT-40179I
           DISPLAY W000-PROG '   DONANTES IGUALADOS   : '
                   WS-TOT-APO-DONANTES.
           DISPLAY W000-PROG '   MONTO APORTADO BANCO : '
                   WS-TOT-MNT-APORTADO.
           DISPLAY W000-PROG '   LIMITADOS POR TOPE   : '
                   WS-TOT-APO-TOPADAS.
           DISPLAY W000-PROG '   SIN PRESUPUESTO      : '
                   WS-TOT-APO-SIN-PRESUP.
           PERFORM 107-DISPLAY-PRESUPUESTO
              VARYING WS-IX-CAM FROM 1 BY 1
                UNTIL WS-IX-CAM > WS-NUM-CAMPANAS.
      * SDAT-40179F
      * SDAT-40181I
           DISPLAY W000-PROG '   RENGLONES DETALLE HIS: '
                   WS-TOT-HDET-GRABADOS.
           DISPLAY W000-PROG '   YA EN HIST. (REINIC.): '
                   WS-TOT-HDET-PREVIOS.
           DISPLAY W000-PROG '   LLAVE DUPLICADA HIST.: '
                   WS-TOT-HDET-DUPLICADOS.
           DISPLAY W000-PROG '   BORRADOS POR RERUN   : '
                   WS-TOT-HDET-DEPURADOS.
      * SDAT-40181F
      * SDAT-40136I
           DISPLAY W000-PROG '   CUENTAS NETADAS A <=0: '
                   WS-TOT-CTAS-NETADAS.
           MOVE WS-TOT-MNT-DU-APLICADO  TO CIF-VALOR.
           WRITE REG-CIF-CTL.
      * SDAT-40151F
      * SDAT-40179I
           MOVE 'APO-DONANTES'          TO CIF-NOMBRE.
           MOVE WS-TOT-APO-DONANTES     TO CIF-VALOR.
           WRITE REG-CIF-CTL.
           MOVE 'APO-MONTO'             TO CIF-NOMBRE.
           MOVE WS-TOT-MNT-APORTADO     TO CIF-VALOR.
           WRITE REG-CIF-CTL.
           MOVE 'APO-TOPADAS'           TO CIF-NOMBRE.
           MOVE WS-TOT-APO-TOPADAS      TO CIF-VALOR.
           WRITE REG-CIF-CTL.
           MOVE 'APO-SIN-PRESUP'        TO CIF-NOMBRE.
           MOVE WS-TOT-APO-SIN-PRESUP   TO CIF-VALOR.
           WRITE REG-CIF-CTL.
      * SDAT-40179F
      * SDAT-40181I
           MOVE 'HDET-GRABADOS'         TO CIF-NOMBRE.
           MOVE WS-TOT-HDET-GRABADOS    TO CIF-VALOR.
           WRITE REG-CIF-CTL.
      * SDAT-40181F
      * SDAT-40184I
           MOVE 'DN-APLICADAS'          TO CIF-NOMBRE.
           MOVE WS-TOT-DN-APLICADAS     TO CIF-VALOR.
           WRITE REG-CIF-CTL.
           MOVE 'DN-MONTO'              TO CIF-NOMBRE.
           MOVE WS-TOT-MNT-DN-APLICADO  TO CIF-VALOR.
           WRITE REG-CIF-CTL.
      * SDAT-40184F
           PERFORM VARYING WS-IX-EMP FROM 1 BY 1
                     UNTIL WS-IX-EMP > WSC-NUM-EMPRESAS
              MOVE SPACES               TO CIF-NOMBRE
