      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    Z94474V.
       AUTHOR.        Xideral.

      *________________________________________________________________*
      *                                                                *
      *   CICLO MENSUAL: PAGO MINIMO, ANTIGUEDAD DE SALDOS VENCIDOS    *
      *   Y COLA DE COBRANZA - TABLA Z94474T                           *
      *                                                                *
      * Z94474W solo vigila utilizacion; cobranza necesita saber que  *
      * cuentas no cubrieron su pago minimo y desde cuando. En cada   *
      * corte mensual este programa recorre la cartera (Z94474T) en   *
      * orden de cuenta junto con el estado de ciclo de cada cuenta   *
      * (archivo retenido CICLOIN/CICLOOUT) y:                        *
      *   - aplica los pagos del ciclo (movimientos P/W de Z94474D)   *
      *     a lo vencido, del mas viejo al mas nuevo, y luego al      *
      *     minimo del estado anterior                                *
      *   - el minimo anterior no cubierto a su fecha limite pasa a   *
      *     vencido y lo vencido envejece un ciclo: 1-29, 30-59,      *
      *     60-89 y 90 o mas dias                                     *
      *   - calcula el nuevo pago minimo (porcentaje del saldo con    *
      *     minimo fijo, mas lo vencido) y su fecha limite (corte     *
      *     mas dias de gracia)                                       *
      *   - guarda la cubeta del ciclo en la historia de la cuenta    *
      *     (las ultimas doce) y las promesas de pago de cobranza     *
      *   - arma la cola de cobranza priorizada: morosidad nueva,     *
      *     cuentas que empeoran de cubeta y promesas incumplidas     *
      *   - resume la cartera por cubeta; el total amarra con el      *
      *     BALANCE total de la tabla                                 *
      * La tabla no se modifica.                                      *
      *                                                                *
      *________________________________________________________________*



      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPOUT
                  ASSIGN TO UT-S-REPORT.
      *Tarjeta de parametros: cortes del ciclo y reglas del minimo
           SELECT PARM-REC
                  ASSIGN TO PARMFILE.
      *Movimientos aplicados por Z94474D en el ciclo (los diarios
      *concatenados)
           SELECT MOVS-REC
                  ASSIGN TO MOVSFILE.
      *Promesas de pago capturadas por cobranza (DD DUMMY si no hay)
           SELECT PROM-REC
                  ASSIGN TO PROMFILE.
      *Estado de ciclo retenido (entrada: el del corte anterior;
      *salida: el de este corte), en orden de cuenta
           SELECT CICLO-IN
                  ASSIGN TO CICLOIN.
           SELECT CICLO-OUT
                  ASSIGN TO CICLOOUT.
      *Cola de cobranza priorizada
           SELECT COLA-REC
                  ASSIGN TO COLAFILE.



      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  REPOUT
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS REPREC.

       01 REPREC                       PIC X(100).

      *Tarjeta: corte anterior y corte de este ciclo (AAAAMMDD), el
      *porcentaje del saldo y el minimo fijo del pago minimo y los
      *dias de gracia para la fecha limite (en ceros, los de omision)
       FD  PARM-REC RECORDING MODE F.
       01 PARM-FIELDS.
          05 PARM-FECHA-ANT     PIC X(08).
          05 PARM-FECHA-CORTE   PIC X(08).
          05 PARM-PCT-MINIMO    PIC 9(02)V99.
          05 PARM-MINIMO-FIJO   PIC 9(05)V99.
          05 PARM-DIAS-GRACIA   PIC 9(02).
          05 FILLER             PIC X(51).

      *Movimientos (layout de Z94474D / Z94474I); aqui solo cuentan
      *los pagos 'P' (importe negativo) y sus reversos 'W'
       FD  MOVS-REC RECORDING MODE F.
       01 REG-MOVIMIENTO.
          05 MOV-ACCTNO         PIC X(08).
          05 MOV-TIPO           PIC X(01).
          05 MOV-TASA           PIC 9(02)V9(04).
          05 MOV-IMPORTE        PIC S9(7)V99.
          05 MOV-SALDO-RESULTA  PIC S9(7)V99.
          05 MOV-FECHA-CORTE    PIC X(08).
          05 MOV-REFERENCIA     PIC X(12).
          05 FILLER             PIC X(26).

      *Promesa de pago: cuenta, fecha e importe prometidos y gestor
       FD  PROM-REC RECORDING MODE F.
       01 REG-PROMESA.
          05 PRM-ACCTNO         PIC X(08).
          05 PRM-FECHA          PIC X(08).
          05 PRM-IMPORTE        PIC 9(07)V99.
          05 PRM-OPERADOR       PIC X(08).
          05 FILLER             PIC X(47).

      *Estado de ciclo de una cuenta: corte, minimo del ciclo no
      *vencido y su fecha limite, lo vencido por cubeta (1 = 1-29,
      *2 = 30-59, 3 = 60-89, 4 = 90 o mas dias), la cubeta del corte
      *y la de los doce cortes anteriores (la mas reciente primero),
      *la promesa pendiente, el saldo al corte y el pago minimo total
       FD  CICLO-IN RECORDING MODE F.
       01 REG-CICLO-IN.
          05 CIN-ACCTNO         PIC X(08).
          05 CIN-DATOS          PIC X(142).

       FD  CICLO-OUT RECORDING MODE F.
       01 REG-CICLO-OUT.
          05 COUT-ACCTNO        PIC X(08).
          05 COUT-DATOS         PIC X(142).

      *Renglon de la cola de cobranza (prioridad 1 morosidad nueva,
      *2 empeora de cubeta, 3 promesa incumplida)
       FD  COLA-REC RECORDING MODE F.
       01 REG-COLA.
          05 COL-PRIORIDAD      PIC 9(01).
          05 COL-MOTIVO         PIC X(20).
          05 COL-ACCTNO         PIC X(08).
          05 COL-SURNAME        PIC X(20).
          05 COL-FIRSTN         PIC X(15).
          05 COL-CUBETA-ANT     PIC 9(01).
          05 COL-CUBETA         PIC 9(01).
          05 COL-PROMESA-ROTA   PIC X(01).
          05 COL-VENCIDO        PIC S9(7)V99.
          05 COL-PAGO-MINIMO    PIC S9(7)V99.
          05 COL-FECHA-LIMITE   PIC 9(08).
          05 COL-BALANCE        PIC S9(7)V99.
          05 COL-FECHA-CORTE    PIC 9(08).
          05 FILLER             PIC X(10).


       WORKING-STORAGE SECTION.
       01 FLAGS.
          05 FLAG-CURSOR        PIC X             VALUE SPACE.
             88 FIN-CURSOR                        VALUE 'Y'.
             88 NO-FIN-CURSOR                     VALUE 'N'.
          05 FLAG-CICLO         PIC X             VALUE SPACE.
             88 FIN-CICLO                         VALUE 'Y'.
             88 NO-FIN-CICLO                      VALUE 'N'.
          05 FLAG-ARCHIVO       PIC X             VALUE SPACE.
             88 FIN-ARCHIVO                       VALUE 'Y'.
             88 NO-FIN-ARCHIVO                    VALUE 'N'.
          05 FLAG-HALLADA       PIC X             VALUE 'N'.
             88 CUENTA-HALLADA                    VALUE 'S'.
             88 CUENTA-NO-HALLADA                 VALUE 'N'.
          05 FLAG-PROMESA       PIC X             VALUE 'N'.
             88 PROMESA-ROTA                      VALUE 'S'.
             88 PROMESA-NO-ROTA                   VALUE 'N'.

      *Parametros del ciclo (los de omision si la tarjeta no trae)
       01 WSV-FECHA-ANT         PIC 9(08)         VALUE ZERO.
       01 WSV-FECHA-CORTE       PIC 9(08)         VALUE ZERO.
       01 WSV-PCT-MINIMO        PIC 9(02)V99      VALUE 05.00.
       01 WSV-MINIMO-FIJO       PIC 9(05)V99      VALUE 200.00.
       01 WSV-DIAS-GRACIA       PIC 9(02)         VALUE 20.

      *Llaves del cruce cartera contra estado de ciclo (HIGH-VALUES
      *al terminar cada lado)
       01 WSV-LLAVE-TABLA       PIC X(08)         VALUE SPACES.
       01 WSV-LLAVE-CICLO       PIC X(08)         VALUE SPACES.
       01 WSV-ACCTNO-ANT        PIC X(08)         VALUE LOW-VALUES.

      *Estado de ciclo de la cuenta en proceso (mismo layout que
      *CIN-DATOS / COUT-DATOS)
       01 CICLO-CTA.
          05 CC-FECHA-CORTE     PIC 9(08).
          05 CC-EXIGIBLE        PIC S9(7)V99.
          05 CC-FECHA-LIMITE    PIC 9(08).
          05 CC-VENCIDO         PIC S9(7)V99      OCCURS 4 TIMES.
          05 CC-CUBETA          PIC 9(01).
          05 CC-HIST-CUBETAS    PIC X(12).
          05 CC-PROM-FECHA      PIC 9(08).
          05 CC-PROM-IMPORTE    PIC 9(07)V99.
          05 CC-PROM-OPERADOR   PIC X(08).
          05 CC-BALANCE         PIC S9(7)V99.
          05 CC-PAGO-MINIMO     PIC S9(7)V99.
          05 FILLER             PIC X(25).

      *Pagos netos del ciclo por cuenta
       01 TABLA-PAGOS.
          05 WSC-MAX-PAGOS      PIC 9(04)         VALUE 5000.
          05 WSV-NUM-PAGOS      PIC 9(04)         VALUE ZERO.
          05 WSV-IDX-PAG        PIC 9(04)         VALUE ZERO.
          05 WSV-KDX-PAG        PIC 9(04)         VALUE ZERO.
          05 PAGO-ENT           OCCURS 5000 TIMES.
             10 PAG-ACCTNO      PIC X(08).
             10 PAG-IMPORTE     PIC S9(9)V99.

      *Promesas nuevas de cobranza
       01 TABLA-PROMESAS.
          05 WSC-MAX-PROMESAS   PIC 9(04)         VALUE 2000.
          05 WSV-NUM-PROMESAS   PIC 9(04)         VALUE ZERO.
          05 WSV-IDX-PRM        PIC 9(04)         VALUE ZERO.
          05 WSV-KDX-PRM        PIC 9(04)         VALUE ZERO.
          05 PROMESA-ENT        OCCURS 2000 TIMES.
             10 PROM-ACCTNO     PIC X(08).
             10 PROM-FECHA      PIC 9(08).
             10 PROM-IMPORTE    PIC 9(07)V99.
             10 PROM-OPERADOR   PIC X(08).
             10 PROM-USADA      PIC X(01).

      *Cola de cobranza del corte (se escribe por prioridad y, en
      *cada prioridad, de la peor cubeta a la mejor)
       01 TABLA-COLA.
          05 WSC-MAX-COLA       PIC 9(04)         VALUE 5000.
          05 WSV-NUM-COLA       PIC 9(04)         VALUE ZERO.
          05 WSV-IDX-COLA       PIC 9(04)         VALUE ZERO.
          05 WSV-PRIORIDAD      PIC 9(01)         VALUE ZERO.
          05 WSV-CUBETA-COLA    PIC 9(01)         VALUE ZERO.
          05 COLA-ENT           OCCURS 5000 TIMES.
             10 COLA-REGISTRO   PIC X(120).

      *Resumen de la cartera por cubeta (0 = al corriente)
       01 WSC-TABLA-CUBETAS.
          05 FILLER             PIC X(14)  VALUE 'AL CORRIENTE  '.
          05 FILLER             PIC X(14)  VALUE '1 A 29 DIAS   '.
          05 FILLER             PIC X(14)  VALUE '30 A 59 DIAS  '.
          05 FILLER             PIC X(14)  VALUE '60 A 89 DIAS  '.
          05 FILLER             PIC X(14)  VALUE '90 O MAS DIAS '.
       01 FILLER REDEFINES WSC-TABLA-CUBETAS.
          05 WSC-CUBETA-TEXTO   PIC X(14)         OCCURS 5 TIMES.
       01 TABLA-RESUMEN.
          05 WSV-IDX-CUB        PIC 9(01)         VALUE ZERO.
          05 RES-ENT            OCCURS 5 TIMES.
             10 RES-CUENTAS     PIC 9(07).
             10 RES-IMPORTE     PIC S9(11)V99.

      *Dias de cada mes para la fecha limite
       01 WSC-DIAS-MES-TABLA    PIC X(24)         VALUE
             '312831303130313130313031'.
       01 FILLER REDEFINES WSC-DIAS-MES-TABLA.
          05 WSC-DIAS-MES       PIC 9(02)         OCCURS 12 TIMES.

       01 VARIABLES.
          05 WSV-PAGOS          PIC S9(9)V99      VALUE ZERO.
          05 WSV-PAGO-RESTO     PIC S9(9)V99      VALUE ZERO.
          05 WSV-APLICADO       PIC S9(9)V99      VALUE ZERO.
          05 WSV-EXIGIBLE-PEND  PIC S9(7)V99      VALUE ZERO.
          05 WSV-SUMA-VENCIDO   PIC S9(9)V99      VALUE ZERO.
          05 WSV-EXCEDENTE      PIC S9(9)V99      VALUE ZERO.
          05 WSV-CORRIENTE      PIC S9(9)V99      VALUE ZERO.
          05 WSV-MINIMO-CICLO   PIC S9(9)V99      VALUE ZERO.
          05 WSV-CUBETA-ANT     PIC 9(01)         VALUE ZERO.
          05 WSV-IDX-VEN        PIC 9(01)         VALUE ZERO.
          05 WSV-ACCTNO-BUSCADA PIC X(08)         VALUE SPACES.
          05 WSV-HIST-ANT       PIC X(12)         VALUE SPACES.
          05 WSV-FECHA-CALC     PIC 9(08)         VALUE ZERO.
          05 FILLER REDEFINES WSV-FECHA-CALC.
             10 WSV-CALC-AAAA   PIC 9(04).
             10 WSV-CALC-MM     PIC 9(02).
             10 WSV-CALC-DD     PIC 9(02).
          05 WSV-DIA-SUMA       PIC 9(03)         VALUE ZERO.
          05 WSV-FIN-MES        PIC 9(02)         VALUE ZERO.
          05 WSV-COCIENTE       PIC 9(04)         VALUE ZERO.
          05 WSV-RESTO          PIC 9(02)         VALUE ZERO.

       01 CIFRAS-CONTROL.
          05 A990-REG-LEIDOS    PIC 9(07)         VALUE ZERO.
          05 A990-CICLO-LEIDOS  PIC 9(07)         VALUE ZERO.
          05 A990-CTAS-NUEVAS   PIC 9(07)         VALUE ZERO.
          05 A990-SIN-TABLA     PIC 9(07)         VALUE ZERO.
          05 A990-MOVS-LEIDOS   PIC 9(07)         VALUE ZERO.
          05 A990-MOVS-FUERA    PIC 9(07)         VALUE ZERO.
          05 A990-PROM-LEIDAS   PIC 9(07)         VALUE ZERO.
          05 A990-PROM-INVALID  PIC 9(07)         VALUE ZERO.
          05 A990-PROM-ROTAS    PIC 9(07)         VALUE ZERO.
          05 A990-MOROSAS-NVAS  PIC 9(07)         VALUE ZERO.
          05 A990-EMPEORAN      PIC 9(07)         VALUE ZERO.
          05 A990-TOT-BALANCE   PIC S9(11)V99     VALUE ZERO.
          05 A990-TOT-CUBETAS   PIC S9(11)V99     VALUE ZERO.
          05 A990-TOT-PAGOS     PIC S9(11)V99     VALUE ZERO.
          05 A990-TOT-MINIMOS   PIC S9(11)V99     VALUE ZERO.

      *****************************************************
      * Print format for the report                       *
      *****************************************************
       01  HEADER-1.
           05 FILLER PIC X(11) VALUE '-------- '.
           05 FILLER PIC X(38) VALUE
                 'CICLO, MOROSIDAD Y COBRANZA Z94474T '.
           05 FILLER PIC X(10) VALUE '---------'.

       01  HEADER-2.
           05 FILLER            PIC X(07) VALUE 'CORTE: '.
           05 H2-FECHA-CORTE    PIC 9(08).
           05 FILLER            PIC X(18) VALUE '  CORTE ANTERIOR: '.
           05 H2-FECHA-ANT      PIC 9(08).
           05 FILLER            PIC X(10) VALUE '  MINIMO: '.
           05 H2-PCT-MINIMO     PIC Z9.99.
           05 FILLER            PIC X(05) VALUE '% O $'.
           05 H2-MINIMO-FIJO    PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(09) VALUE '  GRACIA:'.
           05 H2-DIAS-GRACIA    PIC ZZ9.
           05 FILLER            PIC X(18) VALUE SPACES.

       01  HEADER-COLA.
           05 FILLER            PIC X(45) VALUE
                 'P MOTIVO               CUENTA     CUBETA  PR '.
           05 FILLER            PIC X(45) VALUE
                 '      VENCIDO   PAGO MINIMO LIMITE           '.
           05 FILLER            PIC X(10) VALUE SPACES.

       01  DETALLE-COLA.
           05 DQ-PRIORIDAD      PIC 9(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DQ-MOTIVO         PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DQ-ACCTNO         PIC X(08).
           05 FILLER            PIC X(05) VALUE SPACES.
           05 DQ-CUBETA-ANT     PIC 9(01).
           05 FILLER            PIC X(01) VALUE '/'.
           05 DQ-CUBETA         PIC 9(01).
           05 FILLER            PIC X(04) VALUE SPACES.
           05 DQ-PROMESA-ROTA   PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DQ-VENCIDO        PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DQ-PAGO-MINIMO    PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DQ-FECHA-LIMITE   PIC 9(08).
           05 FILLER            PIC X(19) VALUE SPACES.

       01  HEADER-RESUMEN.
           05 FILLER            PIC X(46) VALUE
                 'ANTIGUEDAD DE LA CARTERA   CUENTAS     IMPORTE'.
           05 FILLER            PIC X(54) VALUE SPACES.

       01  DETALLE-RESUMEN.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DR-TEXTO          PIC X(22).
           05 DR-CUENTAS        PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DR-IMPORTE        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(49) VALUE SPACES.

       01  DETALLE-CIFRA.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DC-TEXTO          PIC X(34).
           05 DC-CIFRA          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DC-MONTO          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(36) VALUE SPACES.

       01  LINEA-BLANCA         PIC X(100)        VALUE SPACES.

       01  FOOTER-LINES.
           05 FILLER  PIC X(19) VALUE '-------------------'.
           05 FILLER  PIC X(19) VALUE '-------------------'.


      *****************************************************
                EXEC SQL INCLUDE SQLCA  END-EXEC.
      *****************************************************
       01 UD-ERROR-MESSAGE     PIC X(80)         VALUE SPACES.
       01 SQLCODES.
          05 SQLCODE0          PIC S9(9) COMP-5  VALUE 0.
          05 SQLCODE100        PIC S9(9) COMP-5  VALUE 100.


      *****************************************************
      *  SQL Table Declaration                            *
      *****************************************************
                EXEC SQL DECLARE Z94474T TABLE
                        (ACCTNO CHAR(8) NOT NULL,
                         LIMIT DECIMAL(9,2) ,
                         BALANCE DECIMAL(9,2) ,
                         SURNAME CHAR(20) NOT NULL,
                         FIRSTN CHAR(15) NOT NULL,
                         ADDRESS1 CHAR(25) NOT NULL,
                         ADDRESS2 CHAR(20) NOT NULL,
                         ADDRESS3 CHAR(15) NOT NULL,
                         RESERVED CHAR(7) NOT NULL,
                         COMMENTS CHAR(50) NOT NULL)
                         END-EXEC.

      *****************************************************
      * SQL Cursors: la cartera completa en orden de      *
      * cuenta (solo lectura)                             *
      *****************************************************
                EXEC SQL DECLARE CURCARTERA CURSOR FOR
                        SELECT ACCTNO, LIMIT, BALANCE, SURNAME,
                               FIRSTN, RESERVED
                          FROM Z94474T
                         ORDER BY ACCTNO
                 END-EXEC.

      *****************************************************
      * HOST variables where we receive the row           *
      *****************************************************
       01 HOST-VARIABLES.
          02 ACCT-ID           PIC X(8).
          02 ACCT-LIMIT        PIC S9(7)V99 COMP-3.
          02 ACCT-BALANCE      PIC S9(7)V99 COMP-3.
          02 ACCT-APEP         PIC X(20).
          02 ACCT-NAME         PIC X(15).
          02 ACCT-RESER        PIC X(7).


      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       START-PROGRAM.
           OPEN OUTPUT REPOUT.
           PERFORM LEE-PARAMETROS.
           WRITE REPREC FROM HEADER-1.
           MOVE WSV-FECHA-CORTE TO H2-FECHA-CORTE.
           MOVE WSV-FECHA-ANT   TO H2-FECHA-ANT.
           MOVE WSV-PCT-MINIMO  TO H2-PCT-MINIMO.
           MOVE WSV-MINIMO-FIJO TO H2-MINIMO-FIJO.
           MOVE WSV-DIAS-GRACIA TO H2-DIAS-GRACIA.
           WRITE REPREC FROM HEADER-2.
           INITIALIZE TABLA-RESUMEN.
           PERFORM CARGA-PAGOS.
           PERFORM CARGA-PROMESAS.
           OPEN INPUT  CICLO-IN.
           OPEN OUTPUT CICLO-OUT.
           OPEN OUTPUT COLA-REC.
           PERFORM ABRO-CURSOR.
           SET NO-FIN-CICLO TO TRUE.
           PERFORM LEE-CICLO.
           PERFORM LEE-CURSOR.
           PERFORM CRUZA-CARTERA
              UNTIL WSV-LLAVE-TABLA = HIGH-VALUES
                AND WSV-LLAVE-CICLO = HIGH-VALUES.
           PERFORM CIERRO-CURSOR.
           PERFORM ESCRIBE-COLA.
           PERFORM ESCRIBE-RESUMEN.
           PERFORM ESCRIBE-CIFRAS.

       END-PROGRAM.
           WRITE REPREC FROM FOOTER-LINES.
           CLOSE REPOUT.
           CLOSE CICLO-IN.
           CLOSE CICLO-OUT.
           CLOSE COLA-REC.
           GOBACK.


      ***************************************************
      * LEE-PARAMETROS: sin cortes validos no hay ciclo; *
      * las reglas del minimo toman su valor de omision  *
      * si la tarjeta no las trae                        *
      ***************************************************
       LEE-PARAMETROS.
           OPEN INPUT PARM-REC
           READ PARM-REC
              AT END
                 DISPLAY 'Z94474V FALTA TARJETA DE PARAMETROS'
                 MOVE 16 TO RETURN-CODE
                 CLOSE PARM-REC
                 STOP RUN
           END-READ
           CLOSE PARM-REC
           IF PARM-FECHA-ANT IS NOT NUMERIC
           OR PARM-FECHA-CORTE IS NOT NUMERIC
           OR PARM-FECHA-ANT NOT < PARM-FECHA-CORTE
              DISPLAY 'Z94474V FECHAS DE CORTE INVALIDAS: '
                      PARM-FECHA-ANT ' / ' PARM-FECHA-CORTE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE PARM-FECHA-ANT   TO WSV-FECHA-ANT
           MOVE PARM-FECHA-CORTE TO WSV-FECHA-CORTE
           IF PARM-PCT-MINIMO IS NUMERIC
           AND PARM-PCT-MINIMO NOT = ZERO
              MOVE PARM-PCT-MINIMO TO WSV-PCT-MINIMO
           END-IF
           IF PARM-MINIMO-FIJO IS NUMERIC
           AND PARM-MINIMO-FIJO NOT = ZERO
              MOVE PARM-MINIMO-FIJO TO WSV-MINIMO-FIJO
           END-IF
      *La fecha limite debe caer antes del corte siguiente
           IF PARM-DIAS-GRACIA IS NUMERIC
           AND PARM-DIAS-GRACIA NOT = ZERO
              IF PARM-DIAS-GRACIA > 27
                 DISPLAY 'Z94474V DIAS DE GRACIA MAYORES A 27: '
                         PARM-DIAS-GRACIA
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE PARM-DIAS-GRACIA TO WSV-DIAS-GRACIA
           END-IF.


      ***************************************************
      * CARGA-PAGOS acumula por cuenta los pagos netos   *
      * del ciclo (pagos menos reversos de pago, con     *
      * fecha despues del corte anterior y hasta este    *
      * corte); lo demas del archivo no cuenta           *
      ***************************************************
       CARGA-PAGOS.
           OPEN INPUT MOVS-REC
           SET NO-FIN-ARCHIVO TO TRUE
           PERFORM LEE-MOVIMIENTO UNTIL FIN-ARCHIVO
           CLOSE MOVS-REC.

       LEE-MOVIMIENTO.
           READ MOVS-REC
              AT END
                 SET FIN-ARCHIVO TO TRUE
              NOT AT END
                 ADD 1 TO A990-MOVS-LEIDOS
                 IF MOV-TIPO = 'P' OR MOV-TIPO = 'W'
                    IF MOV-FECHA-CORTE IS NUMERIC
                    AND MOV-FECHA-CORTE > WSV-FECHA-ANT
                    AND MOV-FECHA-CORTE NOT > WSV-FECHA-CORTE
                       MOVE MOV-ACCTNO TO WSV-ACCTNO-BUSCADA
                       PERFORM UBICA-PAGO
                       SUBTRACT MOV-IMPORTE FROM
                          PAG-IMPORTE (WSV-KDX-PAG)
                    ELSE
                       ADD 1 TO A990-MOVS-FUERA
                    END-IF
                 END-IF
           END-READ.

       UBICA-PAGO.
           SET CUENTA-NO-HALLADA TO TRUE
           PERFORM BUSCA-PAGO
              VARYING WSV-IDX-PAG FROM 1 BY 1
                UNTIL WSV-IDX-PAG > WSV-NUM-PAGOS
                   OR CUENTA-HALLADA
           IF CUENTA-NO-HALLADA
              IF WSV-NUM-PAGOS NOT < WSC-MAX-PAGOS
                 DISPLAY 'Z94474V TABLA DE PAGOS LLENA, SE ABORTA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WSV-NUM-PAGOS
              MOVE WSV-NUM-PAGOS      TO WSV-KDX-PAG
              MOVE WSV-ACCTNO-BUSCADA TO PAG-ACCTNO  (WSV-KDX-PAG)
              MOVE ZERO               TO PAG-IMPORTE (WSV-KDX-PAG)
           END-IF.

       BUSCA-PAGO.
           IF PAG-ACCTNO (WSV-IDX-PAG) = WSV-ACCTNO-BUSCADA
              SET CUENTA-HALLADA TO TRUE
              MOVE WSV-IDX-PAG TO WSV-KDX-PAG
           END-IF.


      ***************************************************
      * CARGA-PROMESAS: la promesa nueva de una cuenta   *
      * sustituye a la pendiente; debe tener fecha       *
      * posterior al corte (se evalua en el siguiente)   *
      ***************************************************
       CARGA-PROMESAS.
           OPEN INPUT PROM-REC
           SET NO-FIN-ARCHIVO TO TRUE
           PERFORM LEE-PROMESA UNTIL FIN-ARCHIVO
           CLOSE PROM-REC.

       LEE-PROMESA.
           READ PROM-REC
              AT END
                 SET FIN-ARCHIVO TO TRUE
              NOT AT END
                 ADD 1 TO A990-PROM-LEIDAS
                 IF PRM-ACCTNO = SPACES
                 OR PRM-FECHA IS NOT NUMERIC
                 OR PRM-FECHA NOT > WSV-FECHA-CORTE
                 OR PRM-IMPORTE IS NOT NUMERIC
                 OR PRM-IMPORTE = ZERO
                    ADD 1 TO A990-PROM-INVALID
                    DISPLAY 'Z94474V PROMESA INVALIDA O VENCIDA: '
                            REG-PROMESA (1:33)
                 ELSE
                    PERFORM GUARDA-PROMESA
                 END-IF
           END-READ.

       GUARDA-PROMESA.
           MOVE PRM-ACCTNO TO WSV-ACCTNO-BUSCADA
           PERFORM UBICA-PROMESA
           IF CUENTA-NO-HALLADA
              IF WSV-NUM-PROMESAS NOT < WSC-MAX-PROMESAS
                 DISPLAY 'Z94474V TABLA DE PROMESAS LLENA, SE ABORTA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WSV-NUM-PROMESAS
              MOVE WSV-NUM-PROMESAS TO WSV-KDX-PRM
           END-IF
           MOVE PRM-ACCTNO   TO PROM-ACCTNO   (WSV-KDX-PRM)
           MOVE PRM-FECHA    TO PROM-FECHA    (WSV-KDX-PRM)
           MOVE PRM-IMPORTE  TO PROM-IMPORTE  (WSV-KDX-PRM)
           MOVE PRM-OPERADOR TO PROM-OPERADOR (WSV-KDX-PRM)
           MOVE 'N'          TO PROM-USADA    (WSV-KDX-PRM).

       UBICA-PROMESA.
           SET CUENTA-NO-HALLADA TO TRUE
           PERFORM BUSCA-PROMESA
              VARYING WSV-IDX-PRM FROM 1 BY 1
                UNTIL WSV-IDX-PRM > WSV-NUM-PROMESAS
                   OR CUENTA-HALLADA.

       BUSCA-PROMESA.
           IF PROM-ACCTNO (WSV-IDX-PRM) = WSV-ACCTNO-BUSCADA
              SET CUENTA-HALLADA TO TRUE
              MOVE WSV-IDX-PRM TO WSV-KDX-PRM
           END-IF.


      ***************************************************
      * CRUZA-CARTERA: cuenta de la tabla con su estado  *
      * de ciclo; la cuenta sin estado es nueva y el     *
      * estado sin cuenta en la tabla se arrastra igual  *
      ***************************************************
       CRUZA-CARTERA.
           EVALUATE TRUE
              WHEN WSV-LLAVE-CICLO < WSV-LLAVE-TABLA
                 ADD 1 TO A990-SIN-TABLA
                 DISPLAY 'Z94474V ESTADO DE CICLO SIN CUENTA EN LA '
                         'TABLA, SE ARRASTRA: ' WSV-LLAVE-CICLO
                 WRITE REG-CICLO-OUT FROM REG-CICLO-IN
                 PERFORM LEE-CICLO
              WHEN WSV-LLAVE-CICLO = WSV-LLAVE-TABLA
                 MOVE CIN-DATOS TO CICLO-CTA
                 PERFORM CICLA-CUENTA
                 PERFORM LEE-CICLO
                 PERFORM LEE-CURSOR
              WHEN OTHER
                 ADD 1 TO A990-CTAS-NUEVAS
                 INITIALIZE CICLO-CTA
                 MOVE ALL '0' TO CC-HIST-CUBETAS
                 PERFORM CICLA-CUENTA
                 PERFORM LEE-CURSOR
           END-EVALUATE.


      ***************************************************
      * CICLA-CUENTA hace el corte de una cuenta: pagos, *
      * promesa, envejecimiento, nuevo minimo, historia, *
      * cola y resumen, y graba su nuevo estado          *
      ***************************************************
       CICLA-CUENTA.
      *Un estado ya cortado a esta fecha o despues es un ciclo que ya
      *corrio: se vuelve a correr con el CICLOIN de la generacion
      *anterior, no con el que el mismo ciclo dejo
           IF CC-FECHA-CORTE NOT < WSV-FECHA-CORTE
              DISPLAY 'Z94474V EL CORTE ' WSV-FECHA-CORTE
                      ' YA FUE PROCESADO PARA LA CUENTA ' ACCT-ID
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO A990-REG-LEIDOS
           ADD ACCT-BALANCE TO A990-TOT-BALANCE
           MOVE CC-CUBETA TO WSV-CUBETA-ANT
           PERFORM APLICA-PAGOS
           PERFORM EVALUA-PROMESA
           PERFORM ENVEJECE-VENCIDO
           PERFORM CALCULA-MINIMO
           MOVE WSV-FECHA-CORTE TO CC-FECHA-CORTE
           MOVE ACCT-BALANCE    TO CC-BALANCE
           MOVE CC-HIST-CUBETAS        TO WSV-HIST-ANT
           MOVE WSV-HIST-ANT (1:11)    TO CC-HIST-CUBETAS (2:11)
           MOVE CC-CUBETA              TO CC-HIST-CUBETAS (1:1)
           PERFORM TOMA-PROMESA-NUEVA
           PERFORM ENCOLA-CUENTA
           PERFORM ACUMULA-RESUMEN
           MOVE ACCT-ID   TO COUT-ACCTNO
           MOVE CICLO-CTA TO COUT-DATOS
           WRITE REG-CICLO-OUT.


      ***************************************************
      * APLICA-PAGOS: el pago neto del ciclo cubre       *
      * primero lo mas vencido y al final el minimo del  *
      * estado anterior                                  *
      ***************************************************
       APLICA-PAGOS.
           MOVE ZERO TO WSV-PAGOS
           MOVE ACCT-ID TO WSV-ACCTNO-BUSCADA
           SET CUENTA-NO-HALLADA TO TRUE
           PERFORM BUSCA-PAGO
              VARYING WSV-IDX-PAG FROM 1 BY 1
                UNTIL WSV-IDX-PAG > WSV-NUM-PAGOS
                   OR CUENTA-HALLADA
           IF CUENTA-HALLADA
              MOVE PAG-IMPORTE (WSV-KDX-PAG) TO WSV-PAGOS
              ADD WSV-PAGOS TO A990-TOT-PAGOS
           END-IF
           MOVE WSV-PAGOS TO WSV-PAGO-RESTO
           PERFORM APLICA-PAGO-CUBETA
              VARYING WSV-IDX-VEN FROM 4 BY -1
                UNTIL WSV-IDX-VEN < 1
                   OR WSV-PAGO-RESTO NOT > ZERO
           IF WSV-PAGO-RESTO > ZERO
           AND CC-EXIGIBLE > ZERO
              IF WSV-PAGO-RESTO < CC-EXIGIBLE
                 SUBTRACT WSV-PAGO-RESTO FROM CC-EXIGIBLE
              ELSE
                 MOVE ZERO TO CC-EXIGIBLE
              END-IF
           END-IF.

       APLICA-PAGO-CUBETA.
           IF CC-VENCIDO (WSV-IDX-VEN) > ZERO
              IF WSV-PAGO-RESTO < CC-VENCIDO (WSV-IDX-VEN)
                 MOVE WSV-PAGO-RESTO TO WSV-APLICADO
              ELSE
                 MOVE CC-VENCIDO (WSV-IDX-VEN) TO WSV-APLICADO
              END-IF
              SUBTRACT WSV-APLICADO FROM CC-VENCIDO (WSV-IDX-VEN)
              SUBTRACT WSV-APLICADO FROM WSV-PAGO-RESTO
           END-IF.


      ***************************************************
      * EVALUA-PROMESA: la promesa cuya fecha ya llego   *
      * se cumple si los pagos del ciclo alcanzan el     *
      * importe prometido; cumplida o no, se retira      *
      ***************************************************
       EVALUA-PROMESA.
           SET PROMESA-NO-ROTA TO TRUE
           IF CC-PROM-FECHA NOT = ZERO
           AND CC-PROM-FECHA NOT > WSV-FECHA-CORTE
              IF WSV-PAGOS < CC-PROM-IMPORTE
                 SET PROMESA-ROTA TO TRUE
                 ADD 1 TO A990-PROM-ROTAS
              END-IF
              MOVE ZERO   TO CC-PROM-FECHA
              MOVE ZERO   TO CC-PROM-IMPORTE
              MOVE SPACES TO CC-PROM-OPERADOR
           END-IF.


      ***************************************************
      * ENVEJECE-VENCIDO: lo vencido sube una cubeta (la *
      * de 90 o mas acumula), el minimo anterior no      *
      * cubierto a su fecha limite entra a 1-29 dias, y  *
      * lo vencido nunca excede el saldo (un reverso de  *
      * compra puede bajarlo): el exceso se quita de lo  *
      * mas reciente                                     *
      ***************************************************
       ENVEJECE-VENCIDO.
           MOVE ZERO TO WSV-EXIGIBLE-PEND
           ADD CC-VENCIDO (3) TO CC-VENCIDO (4)
           MOVE CC-VENCIDO (2) TO CC-VENCIDO (3)
           MOVE CC-VENCIDO (1) TO CC-VENCIDO (2)
           MOVE ZERO           TO CC-VENCIDO (1)
           IF CC-EXIGIBLE > ZERO
              IF CC-FECHA-LIMITE NOT > WSV-FECHA-CORTE
                 MOVE CC-EXIGIBLE TO CC-VENCIDO (1)
              ELSE
                 MOVE CC-EXIGIBLE TO WSV-EXIGIBLE-PEND
              END-IF
           END-IF
           MOVE ZERO TO CC-EXIGIBLE
           COMPUTE WSV-SUMA-VENCIDO =
              CC-VENCIDO (1) + CC-VENCIDO (2)
              + CC-VENCIDO (3) + CC-VENCIDO (4)
           IF ACCT-BALANCE NOT > ZERO
              MOVE ZERO TO CC-VENCIDO (1) CC-VENCIDO (2)
                           CC-VENCIDO (3) CC-VENCIDO (4)
              MOVE ZERO TO WSV-SUMA-VENCIDO
           ELSE
              IF WSV-SUMA-VENCIDO > ACCT-BALANCE
                 COMPUTE WSV-EXCEDENTE =
                    WSV-SUMA-VENCIDO - ACCT-BALANCE
                 PERFORM RECORTA-VENCIDO
                    VARYING WSV-IDX-VEN FROM 1 BY 1
                      UNTIL WSV-IDX-VEN > 4
                         OR WSV-EXCEDENTE NOT > ZERO
                 MOVE ACCT-BALANCE TO WSV-SUMA-VENCIDO
              END-IF
           END-IF
           MOVE ZERO TO CC-CUBETA
           PERFORM UBICA-CUBETA
              VARYING WSV-IDX-VEN FROM 1 BY 1
                UNTIL WSV-IDX-VEN > 4.

       RECORTA-VENCIDO.
           IF CC-VENCIDO (WSV-IDX-VEN) > ZERO
              IF WSV-EXCEDENTE < CC-VENCIDO (WSV-IDX-VEN)
                 SUBTRACT WSV-EXCEDENTE FROM CC-VENCIDO (WSV-IDX-VEN)
                 MOVE ZERO TO WSV-EXCEDENTE
              ELSE
                 SUBTRACT CC-VENCIDO (WSV-IDX-VEN) FROM WSV-EXCEDENTE
                 MOVE ZERO TO CC-VENCIDO (WSV-IDX-VEN)
              END-IF
           END-IF.

       UBICA-CUBETA.
           IF CC-VENCIDO (WSV-IDX-VEN) > ZERO
              MOVE WSV-IDX-VEN TO CC-CUBETA
           END-IF.


      ***************************************************
      * CALCULA-MINIMO: del saldo al corriente (saldo    *
      * menos vencido) se exige el porcentaje del saldo  *
      * o el minimo fijo, lo que sea mayor, sin pasar    *
      * del saldo al corriente; el pago minimo es eso    *
      * mas todo lo vencido, con fecha limite al corte   *
      * mas los dias de gracia                           *
      ***************************************************
       CALCULA-MINIMO.
           COMPUTE WSV-CORRIENTE = ACCT-BALANCE - WSV-SUMA-VENCIDO
           IF WSV-CORRIENTE NOT > ZERO
              MOVE ZERO TO WSV-MINIMO-CICLO
           ELSE
              COMPUTE WSV-MINIMO-CICLO ROUNDED =
                 ACCT-BALANCE * WSV-PCT-MINIMO / 100
              IF WSV-MINIMO-CICLO < WSV-MINIMO-FIJO
                 MOVE WSV-MINIMO-FIJO TO WSV-MINIMO-CICLO
              END-IF
              ADD WSV-EXIGIBLE-PEND TO WSV-MINIMO-CICLO
              IF WSV-MINIMO-CICLO > WSV-CORRIENTE
                 MOVE WSV-CORRIENTE TO WSV-MINIMO-CICLO
              END-IF
           END-IF
           MOVE WSV-MINIMO-CICLO TO CC-EXIGIBLE
           COMPUTE CC-PAGO-MINIMO = CC-EXIGIBLE + WSV-SUMA-VENCIDO
           ADD CC-PAGO-MINIMO TO A990-TOT-MINIMOS
           PERFORM CALCULA-FECHA-LIMITE
           MOVE WSV-FECHA-CALC TO CC-FECHA-LIMITE.


      ***************************************************
      * CALCULA-FECHA-LIMITE suma los dias de gracia a   *
      * la fecha de corte con el calendario (febrero de  *
      * 29 dias en anio divisible entre cuatro)          *
      ***************************************************
       CALCULA-FECHA-LIMITE.
           MOVE WSV-FECHA-CORTE TO WSV-FECHA-CALC
           COMPUTE WSV-DIA-SUMA = WSV-CALC-DD + WSV-DIAS-GRACIA
           PERFORM OBTIENE-FIN-MES
           IF WSV-DIA-SUMA > WSV-FIN-MES
              SUBTRACT WSV-FIN-MES FROM WSV-DIA-SUMA
              IF WSV-CALC-MM = 12
                 MOVE 01 TO WSV-CALC-MM
                 ADD 1 TO WSV-CALC-AAAA
              ELSE
                 ADD 1 TO WSV-CALC-MM
              END-IF
           END-IF
           MOVE WSV-DIA-SUMA TO WSV-CALC-DD.

       OBTIENE-FIN-MES.
           IF WSV-CALC-MM < 1 OR WSV-CALC-MM > 12
              MOVE 30 TO WSV-FIN-MES
           ELSE
              MOVE WSC-DIAS-MES (WSV-CALC-MM) TO WSV-FIN-MES
           END-IF
           IF WSV-CALC-MM = 2
              DIVIDE WSV-CALC-AAAA BY 4 GIVING WSV-COCIENTE
                 REMAINDER WSV-RESTO
              IF WSV-RESTO = ZERO
                 MOVE 29 TO WSV-FIN-MES
              END-IF
           END-IF.


      ***************************************************
      * TOMA-PROMESA-NUEVA: la promesa capturada en el   *
      * ciclo queda pendiente en el estado de la cuenta  *
      ***************************************************
       TOMA-PROMESA-NUEVA.
           MOVE ACCT-ID TO WSV-ACCTNO-BUSCADA
           PERFORM UBICA-PROMESA
           IF CUENTA-HALLADA
              MOVE PROM-FECHA    (WSV-KDX-PRM) TO CC-PROM-FECHA
              MOVE PROM-IMPORTE  (WSV-KDX-PRM) TO CC-PROM-IMPORTE
              MOVE PROM-OPERADOR (WSV-KDX-PRM) TO CC-PROM-OPERADOR
              MOVE 'S'                         TO PROM-USADA
                                                  (WSV-KDX-PRM)
           END-IF.


      ***************************************************
      * ENCOLA-CUENTA: una cuenta entra a la cola una    *
      * sola vez, con su motivo de mayor prioridad; la   *
      * promesa incumplida se marca en cualquier caso    *
      ***************************************************
       ENCOLA-CUENTA.
           MOVE ZERO TO WSV-PRIORIDAD
           EVALUATE TRUE
              WHEN CC-CUBETA > ZERO AND WSV-CUBETA-ANT = ZERO
                 MOVE 1 TO WSV-PRIORIDAD
                 MOVE 'MOROSIDAD NUEVA'    TO COL-MOTIVO
                 ADD 1 TO A990-MOROSAS-NVAS
              WHEN CC-CUBETA > WSV-CUBETA-ANT
                 MOVE 2 TO WSV-PRIORIDAD
                 MOVE 'EMPEORA DE CUBETA'  TO COL-MOTIVO
                 ADD 1 TO A990-EMPEORAN
              WHEN PROMESA-ROTA
                 MOVE 3 TO WSV-PRIORIDAD
                 MOVE 'PROMESA INCUMPLIDA' TO COL-MOTIVO
           END-EVALUATE
           IF WSV-PRIORIDAD NOT = ZERO
              IF WSV-NUM-COLA NOT < WSC-MAX-COLA
                 DISPLAY 'Z94474V COLA DE COBRANZA LLENA, SE ABORTA'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WSV-PRIORIDAD    TO COL-PRIORIDAD
              MOVE ACCT-ID          TO COL-ACCTNO
              MOVE ACCT-APEP        TO COL-SURNAME
              MOVE ACCT-NAME        TO COL-FIRSTN
              MOVE WSV-CUBETA-ANT   TO COL-CUBETA-ANT
              MOVE CC-CUBETA        TO COL-CUBETA
              IF PROMESA-ROTA
                 MOVE 'S' TO COL-PROMESA-ROTA
              ELSE
                 MOVE 'N' TO COL-PROMESA-ROTA
              END-IF
              MOVE WSV-SUMA-VENCIDO TO COL-VENCIDO
              MOVE CC-PAGO-MINIMO   TO COL-PAGO-MINIMO
              MOVE CC-FECHA-LIMITE  TO COL-FECHA-LIMITE
              MOVE ACCT-BALANCE     TO COL-BALANCE
              MOVE WSV-FECHA-CORTE  TO COL-FECHA-CORTE
              ADD 1 TO WSV-NUM-COLA
              MOVE REG-COLA TO COLA-REGISTRO (WSV-NUM-COLA)
           END-IF.


      ***************************************************
      * ACUMULA-RESUMEN: el saldo de la cuenta se reparte *
      * entre al corriente y sus cubetas vencidas, asi   *
      * el total de cubetas es el BALANCE total          *
      ***************************************************
       ACUMULA-RESUMEN.
           ADD 1 TO RES-CUENTAS (CC-CUBETA + 1)
           ADD WSV-CORRIENTE TO RES-IMPORTE (1)
           ADD WSV-CORRIENTE TO A990-TOT-CUBETAS
           PERFORM ACUMULA-CUBETA
              VARYING WSV-IDX-VEN FROM 1 BY 1
                UNTIL WSV-IDX-VEN > 4.

       ACUMULA-CUBETA.
           ADD CC-VENCIDO (WSV-IDX-VEN) TO
              RES-IMPORTE (WSV-IDX-VEN + 1)
           ADD CC-VENCIDO (WSV-IDX-VEN) TO A990-TOT-CUBETAS.


      ***************************************************
      * ESCRIBE-COLA: por prioridad y, dentro de cada    *
      * una, de la peor cubeta a la mejor                *
      ***************************************************
       ESCRIBE-COLA.
           WRITE REPREC FROM LINEA-BLANCA
           WRITE REPREC FROM HEADER-COLA
           PERFORM ESCRIBE-PRIORIDAD
              VARYING WSV-PRIORIDAD FROM 1 BY 1
                UNTIL WSV-PRIORIDAD > 3.

       ESCRIBE-PRIORIDAD.
           PERFORM ESCRIBE-CUBETA-COLA
              VARYING WSV-CUBETA-COLA FROM 4 BY -1
                UNTIL WSV-CUBETA-COLA < 1.

       ESCRIBE-CUBETA-COLA.
           PERFORM ESCRIBE-RENGLON-COLA
              VARYING WSV-IDX-COLA FROM 1 BY 1
                UNTIL WSV-IDX-COLA > WSV-NUM-COLA.

      *La promesa incumplida de una cuenta al corriente va con la
      *cubeta 0 en la ultima vuelta de su prioridad
       ESCRIBE-RENGLON-COLA.
           MOVE COLA-REGISTRO (WSV-IDX-COLA) TO REG-COLA
           IF COL-PRIORIDAD = WSV-PRIORIDAD
              IF COL-CUBETA = WSV-CUBETA-COLA
              OR (WSV-CUBETA-COLA = 1 AND COL-CUBETA = ZERO)
                 WRITE REG-COLA
                 MOVE COL-PRIORIDAD    TO DQ-PRIORIDAD
                 MOVE COL-MOTIVO       TO DQ-MOTIVO
                 MOVE COL-ACCTNO       TO DQ-ACCTNO
                 MOVE COL-CUBETA-ANT   TO DQ-CUBETA-ANT
                 MOVE COL-CUBETA       TO DQ-CUBETA
                 MOVE COL-PROMESA-ROTA TO DQ-PROMESA-ROTA
                 MOVE COL-VENCIDO      TO DQ-VENCIDO
                 MOVE COL-PAGO-MINIMO  TO DQ-PAGO-MINIMO
                 MOVE COL-FECHA-LIMITE TO DQ-FECHA-LIMITE
                 WRITE REPREC FROM DETALLE-COLA
              END-IF
           END-IF.


      ***************************************************
      * ESCRIBE-RESUMEN: cuentas e importe por cubeta    *
      ***************************************************
       ESCRIBE-RESUMEN.
           WRITE REPREC FROM LINEA-BLANCA
           WRITE REPREC FROM HEADER-RESUMEN
           PERFORM ESCRIBE-RENGLON-RESUMEN
              VARYING WSV-IDX-CUB FROM 1 BY 1
                UNTIL WSV-IDX-CUB > 5
           MOVE SPACES TO DETALLE-RESUMEN
           MOVE 'TOTAL CARTERA'  TO DR-TEXTO
           MOVE A990-REG-LEIDOS  TO DR-CUENTAS
           MOVE A990-TOT-CUBETAS TO DR-IMPORTE
           WRITE REPREC FROM DETALLE-RESUMEN.

       ESCRIBE-RENGLON-RESUMEN.
           MOVE SPACES TO DETALLE-RESUMEN
           MOVE WSC-CUBETA-TEXTO (WSV-IDX-CUB) TO DR-TEXTO
           MOVE RES-CUENTAS (WSV-IDX-CUB)      TO DR-CUENTAS
           MOVE RES-IMPORTE (WSV-IDX-CUB)      TO DR-IMPORTE
           WRITE REPREC FROM DETALLE-RESUMEN.


       LEE-CICLO.
           IF NO-FIN-CICLO
              READ CICLO-IN
                 AT END
                    SET FIN-CICLO TO TRUE
                 NOT AT END
                    ADD 1 TO A990-CICLO-LEIDOS
              END-READ
           END-IF
           IF FIN-CICLO
              MOVE HIGH-VALUES TO WSV-LLAVE-CICLO
           ELSE
              IF CIN-ACCTNO NOT > WSV-ACCTNO-ANT
                 DISPLAY 'Z94474V CICLOIN FUERA DE ORDEN EN LA CUENTA '
                         CIN-ACCTNO
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CIN-ACCTNO TO WSV-LLAVE-CICLO
              MOVE CIN-ACCTNO TO WSV-ACCTNO-ANT
           END-IF.


       LEE-CURSOR.
           EXEC SQL
                FETCH CURCARTERA
                INTO :ACCT-ID, :ACCT-LIMIT, :ACCT-BALANCE,
                     :ACCT-APEP, :ACCT-NAME, :ACCT-RESER
           END-EXEC
           EVALUATE SQLCODE
              WHEN SQLCODE0
                 MOVE ACCT-ID TO WSV-LLAVE-TABLA
              WHEN SQLCODE100
                 SET FIN-CURSOR TO TRUE
                 MOVE HIGH-VALUES TO WSV-LLAVE-TABLA
              WHEN OTHER
                 MOVE 'ERROR EN FETCH' TO UD-ERROR-MESSAGE
                 DISPLAY UD-ERROR-MESSAGE ' SQLCODE=' SQLCODE
                 STOP RUN
           END-EVALUATE.


       ABRO-CURSOR.
           SET NO-FIN-CURSOR TO TRUE
           EXEC SQL
                OPEN CURCARTERA
           END-EXEC
           IF SQLCODE NOT = SQLCODE0
              MOVE 'ERROR EN OPEN CURSOR' TO UD-ERROR-MESSAGE
              DISPLAY UD-ERROR-MESSAGE ' SQLCODE=' SQLCODE
              STOP RUN
           END-IF.


       CIERRO-CURSOR.
           EXEC SQL
                CLOSE CURCARTERA
           END-EXEC
           IF SQLCODE NOT = SQLCODE0
              MOVE 'ERROR EN CLOSE CURSOR' TO UD-ERROR-MESSAGE
              DISPLAY UD-ERROR-MESSAGE ' SQLCODE=' SQLCODE
              STOP RUN
           END-IF.


      ***************************************************
      * ESCRIBE-CIFRAS: el total de las cubetas debe     *
      * amarrar con el BALANCE total de la tabla         *
      ***************************************************
       ESCRIBE-CIFRAS.
           WRITE REPREC FROM LINEA-BLANCA
           MOVE SPACES TO DETALLE-CIFRA
           MOVE 'CUENTAS DE LA TABLA              :' TO DC-TEXTO
           MOVE A990-REG-LEIDOS TO DC-CIFRA
           MOVE A990-TOT-BALANCE TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'CUENTAS NUEVAS EN EL CICLO       :' TO DC-TEXTO
           MOVE A990-CTAS-NUEVAS TO DC-CIFRA
           MOVE ZERO TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'ESTADOS SIN CUENTA (ARRASTRADOS) :' TO DC-TEXTO
           MOVE A990-SIN-TABLA TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'MOVIMIENTOS LEIDOS / FUERA CICLO :' TO DC-TEXTO
           MOVE A990-MOVS-LEIDOS TO DC-CIFRA
           MOVE A990-MOVS-FUERA TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'PAGOS NETOS DEL CICLO            :' TO DC-TEXTO
           MOVE WSV-NUM-PAGOS TO DC-CIFRA
           MOVE A990-TOT-PAGOS TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'PROMESAS LEIDAS / INVALIDAS      :' TO DC-TEXTO
           MOVE A990-PROM-LEIDAS TO DC-CIFRA
           MOVE A990-PROM-INVALID TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'PROMESAS INCUMPLIDAS             :' TO DC-TEXTO
           MOVE A990-PROM-ROTAS TO DC-CIFRA
           MOVE ZERO TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'MOROSIDAD NUEVA                  :' TO DC-TEXTO
           MOVE A990-MOROSAS-NVAS TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'EMPEORAN DE CUBETA               :' TO DC-TEXTO
           MOVE A990-EMPEORAN TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'CUENTAS EN LA COLA DE COBRANZA   :' TO DC-TEXTO
           MOVE WSV-NUM-COLA TO DC-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'PAGOS MINIMOS DEL CORTE          :' TO DC-TEXTO
           MOVE ZERO TO DC-CIFRA
           MOVE A990-TOT-MINIMOS TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           PERFORM REVISA-PROMESAS-SIN-CUENTA
              VARYING WSV-IDX-PRM FROM 1 BY 1
                UNTIL WSV-IDX-PRM > WSV-NUM-PROMESAS
           IF A990-TOT-CUBETAS NOT = A990-TOT-BALANCE
              DISPLAY 'Z94474V *** LAS CUBETAS NO AMARRAN CON EL '
                      'BALANCE TOTAL DE LA TABLA ***'
              MOVE 8 TO RETURN-CODE
           END-IF.

       REVISA-PROMESAS-SIN-CUENTA.
           IF PROM-USADA (WSV-IDX-PRM) = 'N'
              DISPLAY 'Z94474V PROMESA DE CUENTA INEXISTENTE: '
                      PROM-ACCTNO (WSV-IDX-PRM)
           END-IF.
