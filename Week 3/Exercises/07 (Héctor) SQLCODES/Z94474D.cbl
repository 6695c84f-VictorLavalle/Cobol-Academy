      *-----------------------
       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID.    Z94474D.
       AUTHOR.        Xideral.

      *________________________________________________________________*
      *                                                                *
      *     APLICACION DIARIA DE COMPRAS Y PAGOS - TABLA Z94474T       *
      *                                                                *
      * El BALANCE de la tabla solo se movia por mantenimiento        *
      * (Z94474M) y por la corrida de intereses (Z94474I). Este       *
      * programa aplica la actividad real del cliente: lee el archivo *
      * diario de movimientos (cuenta, tipo, importe, fecha,          *
      * referencia) ordenado por cuenta y, cuenta por cuenta:         *
      *   - valida cada movimiento contra la cuenta y su LIMIT: la    *
      *     cuenta inexistente y la compra que rebasa el limite (o    *
      *     que llega a una cuenta dada de baja, dormida o traspasada *
      *     a Beneficencia por Z94474E) salen al archivo de rechazos  *
      *     con su razon                                              *
      *   - actualiza el saldo con lo aceptado y deja UN renglon de   *
      *     historia Z94474H (accion 'T', imagen anterior y           *
      *     posterior) en la misma unidad de trabajo, con COMMIT o    *
      *     ROLLBACK por cuenta, para que Z94474R y Z94474P sigan     *
      *     reconstruyendo la cartera                                 *
      *   - imprime la poliza diaria de lo aplicado y deja cada       *
      *     movimiento en el archivo de movimientos (mismo layout     *
      *     que el de Z94474I)                                        *
      * Al final, totales por tipo de movimiento (aplicados y         *
      * rechazados) y el delta de saldos, que debe amarrar con ellos. *
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
      *Movimientos del dia, ordenados por cuenta
           SELECT TRX-REC
                  ASSIGN TO POSTFILE.
      *Movimientos rechazados, con razon
           SELECT RECH-REC
                  ASSIGN TO REJFILE.
      *Movimientos aplicados (mismo layout que el de Z94474I)
           SELECT MOVS-REC
                  ASSIGN TO MOVSFILE.



      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  REPOUT
               RECORD CONTAINS 100 CHARACTERS
               LABEL RECORDS ARE OMITTED
               DATA RECORD IS REPREC.

       01 REPREC                       PIC X(100).

      *Movimiento del cliente: 'C' compra y 'W' reverso de un pago
      *suben el saldo; 'P' pago y 'V' reverso de una compra lo bajan.
      *Las aclaraciones (Z94474Q) llegan como 'A' abono provisional,
      *que lo baja, y 'R' reverso del abono, que lo sube.
      *El importe viene siempre positivo; la fecha es la de la
      *operacion (AAAAMMDD)
       FD  TRX-REC RECORDING MODE F.
       01 REG-TRX.
          05 TRX-ACCTNO         PIC X(08).
          05 TRX-TIPO           PIC X(01).
             88 TRX-COMPRA                        VALUE 'C'.
             88 TRX-PAGO                          VALUE 'P'.
             88 TRX-REV-COMPRA                    VALUE 'V'.
             88 TRX-REV-PAGO                      VALUE 'W'.
             88 TRX-ABONO-ACLARA                  VALUE 'A'.
             88 TRX-REV-ABONO                     VALUE 'R'.
          05 TRX-IMPORTE        PIC 9(07)V99.
          05 TRX-FECHA          PIC X(08).
          05 TRX-REFERENCIA     PIC X(12).
          05 FILLER             PIC X(42).

      *Movimientos rechazados
       FD  RECH-REC RECORDING MODE F.
       01 REG-RECHAZO.
          05 RECH-TRANSACCION   PIC X(80).
          05 RECH-RAZON         PIC X(40).

      *Movimientos aplicados: tipo C/P/V/W/A/R, importe con el signo con
      *que movio el saldo, saldo resultante y fecha de la operacion
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


       WORKING-STORAGE SECTION.
       01 FLAGS.
          05 FLAG-TRX           PIC X             VALUE SPACE.
             88 END-TRX                           VALUE 'Y'.
             88 NO-END-TRX                        VALUE 'N'.
          05 FLAG-EXISTE        PIC X             VALUE SPACE.
             88 CUENTA-EXISTE                     VALUE 'Y'.
             88 CUENTA-NO-EXISTE                  VALUE 'N'.
          05 FLAG-MOV-VALIDO    PIC X             VALUE SPACE.
             88 MOV-VALIDO                        VALUE 'Y'.
             88 MOV-INVALIDO                      VALUE 'N'.

      *Movimientos aceptados de la cuenta en proceso, en el orden en
      *que llegaron, con el saldo que dejo cada uno
       01 TABLA-CUENTA.
          05 WSC-MAX-MOVS       PIC 9(03)         VALUE 500.
          05 WSV-NUM-MOVS       PIC 9(03)         VALUE ZERO.
          05 WSV-IDX-MOVS       PIC 9(03)         VALUE ZERO.
          05 MOVS-ENT           OCCURS 500 TIMES.
             10 MOVS-TRX        PIC X(80).
             10 MOVS-SALDO      PIC S9(7)V99.

      *Totales por tipo de movimiento (el orden de los tipos es el de
      *la tabla de descripciones)
       01 WSC-TABLA-TIPOS.
          05 FILLER             PIC X(17)  VALUE 'CCOMPRAS         '.
          05 FILLER             PIC X(17)  VALUE 'PPAGOS           '.
          05 FILLER             PIC X(17)  VALUE 'VREVERSO COMPRA  '.
          05 FILLER             PIC X(17)  VALUE 'WREVERSO PAGO    '.
          05 FILLER             PIC X(17)  VALUE 'AABONO ACLARACION'.
          05 FILLER             PIC X(17)  VALUE 'RREVERSO ABONO   '.
       01 FILLER REDEFINES WSC-TABLA-TIPOS.
          05 WSC-TIPO-ENT       OCCURS 6 TIMES.
             10 WSC-TIPO        PIC X(01).
             10 WSC-TIPO-TEXTO  PIC X(16).
       01 TABLA-TOTALES.
          05 WSV-IDX-TIPO       PIC 9(02)         VALUE ZERO.
          05 WSV-KDX-TIPO       PIC 9(02)         VALUE ZERO.
          05 TOT-ENT            OCCURS 6 TIMES.
             10 TOT-APLICADOS   PIC 9(07).
             10 TOT-MONTO-APL   PIC 9(11)V99.
             10 TOT-RECHAZADOS  PIC 9(07).
             10 TOT-MONTO-RECH  PIC 9(11)V99.

       01 WSV-ACCTNO-ANT        PIC X(08)         VALUE LOW-VALUES.
      *El registro ya leido de la cuenta siguiente, mientras se
      *escriben los movimientos de la que se acaba de aplicar
       01 WSV-TRX-SIGUIENTE     PIC X(80)         VALUE SPACES.
       01 WSV-RAZON-RECHAZO     PIC X(40)         VALUE SPACES.
       01 WSV-SALDO-NUEVO       PIC S9(7)V99      VALUE ZERO.
       01 WSV-SALDO-PRUEBA      PIC S9(9)V99      VALUE ZERO.
       01 WSV-IMPORTE-SIGNO     PIC S9(7)V99      VALUE ZERO.

       01 FECHA-HORA-CORRIDA.
          05 WSV-FECHA-SISTEMA  PIC 9(08).
          05 WSV-HORA-SISTEMA   PIC 9(08).

       01 CIFRAS-CONTROL.
          05 A990-REG-LEIDOS    PIC 9(07)         VALUE ZERO.
          05 A990-APLICADOS     PIC 9(07)         VALUE ZERO.
          05 A990-RECHAZADOS    PIC 9(07)         VALUE ZERO.
          05 A990-CTAS-APLIC    PIC 9(07)         VALUE ZERO.
          05 A990-CTAS-ROLLBACK PIC 9(07)         VALUE ZERO.
          05 A990-TOT-MOVS      PIC S9(11)V99     VALUE ZERO.
          05 A990-TOT-DELTA     PIC S9(11)V99     VALUE ZERO.

      *****************************************************
      * Print format for the report                       *
      *****************************************************
       01  HEADER-1.
           05 FILLER PIC X(11) VALUE '-------- '.
           05 FILLER PIC X(35) VALUE
                 'COMPRAS Y PAGOS DEL DIA Z94474T '.
           05 FILLER PIC X(10) VALUE '---------'.

       01  HEADER-2.
           05 FILLER            PIC X(44) VALUE
                 'CUENTA   T FECHA    REFERENCIA       IMPORTE'.
           05 FILLER            PIC X(22) VALUE
                 '       SALDO RESULTA'.
           05 FILLER            PIC X(34) VALUE SPACES.

       01  DETALLE-POLIZA.
           05 DP-ACCTNO         PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DP-TIPO           PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DP-FECHA          PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DP-REFERENCIA     PIC X(12).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 DP-IMPORTE        PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(04) VALUE SPACES.
           05 DP-SALDO          PIC -Z,ZZZ,ZZ9.99.
           05 FILLER            PIC X(37) VALUE SPACES.

       01  DETALLE-CIFRA.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DC-TEXTO          PIC X(34).
           05 DC-CIFRA          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 DC-MONTO          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(36) VALUE SPACES.

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
      *  SQL History Table Declaration (Z94474H)          *
      *****************************************************
                EXEC SQL DECLARE Z94474H TABLE
                        (ACCTNO CHAR(8) NOT NULL,
                         ACCION CHAR(1) NOT NULL,
                         OPERADOR CHAR(8) NOT NULL,
                         FECHA CHAR(8) NOT NULL,
                         HORA CHAR(8) NOT NULL,
                         B_LIMIT DECIMAL(9,2),
                         B_BALANCE DECIMAL(9,2),
                         B_SURNAME CHAR(20),
                         B_FIRSTN CHAR(15),
                         B_ADDRESS1 CHAR(25),
                         B_ADDRESS2 CHAR(20),
                         B_ADDRESS3 CHAR(15),
                         B_RESERVED CHAR(7),
                         B_COMMENTS CHAR(50),
                         A_LIMIT DECIMAL(9,2),
                         A_BALANCE DECIMAL(9,2),
                         A_SURNAME CHAR(20),
                         A_FIRSTN CHAR(15),
                         A_ADDRESS1 CHAR(25),
                         A_ADDRESS2 CHAR(20),
                         A_ADDRESS3 CHAR(15),
                         A_RESERVED CHAR(7),
                         A_COMMENTS CHAR(50))
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
          02 ACCT-DIRE1        PIC X(25).
          02 ACCT-DIRE2        PIC X(20).
          02 ACCT-DIRE3        PIC X(15).
          02 ACCT-RESER        PIC X(7).
          02 ACCT-COMMENT      PIC X(50).

       01 HOST-VARIABLES-NVOS.
          02 ACCT-BALANCE-NVO   PIC S9(7)V99 COMP-3.

      *Imagenes para la historia (el antes es la cuenta tal cual y
      *el despues solo cambia el saldo)
       01 HIST-VARIABLES.
          02 HIST-ACCION        PIC X(01).
          02 HIST-FECHA         PIC X(08).
          02 HIST-HORA          PIC X(08).
          02 WSC-OPERADOR       PIC X(08)        VALUE 'Z94474D '.


      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

       START-PROGRAM.
           OPEN OUTPUT REPOUT.
           OPEN INPUT  TRX-REC.
           OPEN OUTPUT RECH-REC.
           OPEN OUTPUT MOVS-REC.
           ACCEPT WSV-FECHA-SISTEMA FROM DATE YYYYMMDD
           ACCEPT WSV-HORA-SISTEMA  FROM TIME
           WRITE REPREC FROM HEADER-1.
           WRITE REPREC FROM HEADER-2.
           INITIALIZE TABLA-TOTALES.
           SET NO-END-TRX TO TRUE.
           PERFORM LEE-TRX.
           PERFORM PROCESA-CUENTA UNTIL END-TRX.
           PERFORM ESCRIBE-CIFRAS.

       END-PROGRAM.
           WRITE REPREC FROM FOOTER-LINES.
           CLOSE REPOUT.
           CLOSE TRX-REC.
           CLOSE RECH-REC.
           CLOSE MOVS-REC.
           GOBACK.


       LEE-TRX.
           READ TRX-REC
              AT END
                 SET END-TRX TO TRUE
              NOT AT END
                 ADD 1 TO A990-REG-LEIDOS
           END-READ.


      ***************************************************
      * PROCESA-CUENTA toma todos los movimientos de una *
      * cuenta (el archivo viene ordenado por cuenta),   *
      * los valida contra el renglon de la tabla y       *
      * aplica lo aceptado en una sola unidad de trabajo;*
      * un movimiento de una cuenta ya procesada (fuera  *
      * de orden) no se aplica y sale a rechazos         *
      ***************************************************
       PROCESA-CUENTA.
           IF TRX-ACCTNO < WSV-ACCTNO-ANT
              MOVE 'FUERA DE SECUENCIA POR CUENTA'
                 TO WSV-RAZON-RECHAZO
              PERFORM RECHAZA-TRX
              PERFORM LEE-TRX
           ELSE
              MOVE TRX-ACCTNO TO WSV-ACCTNO-ANT
              PERFORM BUSCA-CUENTA
              MOVE ZERO TO WSV-NUM-MOVS
              MOVE ACCT-BALANCE TO WSV-SALDO-NUEVO
              PERFORM VALIDA-TRX
                 UNTIL END-TRX
                    OR TRX-ACCTNO NOT = WSV-ACCTNO-ANT
              IF WSV-NUM-MOVS > ZERO
                 PERFORM APLICA-CUENTA
              END-IF
           END-IF.


      ***************************************************
      * BUSCA-CUENTA trae el renglon actual de la cuenta *
      ***************************************************
       BUSCA-CUENTA.
           MOVE TRX-ACCTNO TO ACCT-ID
           SET CUENTA-NO-EXISTE TO TRUE
           MOVE ZERO TO ACCT-LIMIT
           MOVE ZERO TO ACCT-BALANCE
           EXEC SQL
                SELECT LIMIT, BALANCE, SURNAME, FIRSTN,
                       ADDRESS1, ADDRESS2, ADDRESS3, RESERVED,
                       COMMENTS
                INTO :ACCT-LIMIT, :ACCT-BALANCE, :ACCT-APEP,
                     :ACCT-NAME, :ACCT-DIRE1, :ACCT-DIRE2,
                     :ACCT-DIRE3, :ACCT-RESER, :ACCT-COMMENT
                FROM Z94474T
                WHERE ACCTNO = :ACCT-ID
                END-EXEC
           EVALUATE SQLCODE
              WHEN SQLCODE0
                   SET CUENTA-EXISTE TO TRUE
              WHEN SQLCODE100
                   SET CUENTA-NO-EXISTE TO TRUE
              WHEN OTHER
                   MOVE 'ERROR EN SELECT' TO UD-ERROR-MESSAGE
                   DISPLAY UD-ERROR-MESSAGE ' SQLCODE=' SQLCODE
                   STOP RUN
           END-EVALUATE.


      ***************************************************
      * VALIDA-TRX revisa el movimiento contra la cuenta *
      * y contra el saldo que van dejando los anteriores *
      * aceptados del mismo dia; la compra no puede      *
      * dejar el saldo por encima de LIMIT. Los pagos y  *
      * reversos se aceptan aunque la cuenta este en     *
      * sobregiro o dada de baja                         *
      ***************************************************
       VALIDA-TRX.
           SET MOV-VALIDO TO TRUE
           MOVE SPACES TO WSV-RAZON-RECHAZO
           PERFORM UBICA-TIPO
           EVALUATE TRUE
              WHEN CUENTA-NO-EXISTE
                 MOVE 'CUENTA NO EXISTE EN LA TABLA'
                    TO WSV-RAZON-RECHAZO
              WHEN WSV-KDX-TIPO = ZERO
                 MOVE 'TIPO DE MOVIMIENTO DESCONOCIDO'
                    TO WSV-RAZON-RECHAZO
              WHEN TRX-IMPORTE IS NOT NUMERIC
                 MOVE 'IMPORTE NO NUMERICO' TO WSV-RAZON-RECHAZO
              WHEN TRX-IMPORTE = ZERO
                 MOVE 'IMPORTE EN CEROS' TO WSV-RAZON-RECHAZO
              WHEN TRX-FECHA IS NOT NUMERIC
                 MOVE 'FECHA INVALIDA' TO WSV-RAZON-RECHAZO
              WHEN TRX-FECHA > WSV-FECHA-SISTEMA
                 MOVE 'FECHA POSTERIOR AL DIA DE PROCESO'
                    TO WSV-RAZON-RECHAZO
              WHEN TRX-COMPRA AND ACCT-RESER = 'BAJA'
                 MOVE 'COMPRA EN CUENTA DADA DE BAJA'
                    TO WSV-RAZON-RECHAZO
              WHEN TRX-COMPRA AND ACCT-RESER = 'DORMIDA'
                 MOVE 'COMPRA EN CUENTA DORMIDA'
                    TO WSV-RAZON-RECHAZO
              WHEN TRX-COMPRA AND ACCT-RESER = 'BENEFIC'
                 MOVE 'COMPRA EN CUENTA EN BENEFICENCIA'
                    TO WSV-RAZON-RECHAZO
           END-EVALUATE
           IF WSV-RAZON-RECHAZO = SPACES
              IF TRX-COMPRA OR TRX-REV-PAGO OR TRX-REV-ABONO
                 MOVE TRX-IMPORTE TO WSV-IMPORTE-SIGNO
              ELSE
                 COMPUTE WSV-IMPORTE-SIGNO = ZERO - TRX-IMPORTE
              END-IF
              COMPUTE WSV-SALDO-PRUEBA =
                 WSV-SALDO-NUEVO + WSV-IMPORTE-SIGNO
              EVALUATE TRUE
                 WHEN TRX-COMPRA AND WSV-SALDO-PRUEBA > ACCT-LIMIT
                    MOVE 'COMPRA EXCEDE EL LIMITE DE LA CUENTA'
                       TO WSV-RAZON-RECHAZO
                 WHEN WSV-SALDO-PRUEBA > 9999999.99
                 OR WSV-SALDO-PRUEBA < -9999999.99
                    MOVE 'SALDO RESULTANTE FUERA DE RANGO'
                       TO WSV-RAZON-RECHAZO
                 WHEN WSV-NUM-MOVS NOT < WSC-MAX-MOVS
                    MOVE 'EXCEDE LOS MOVIMIENTOS POR CUENTA'
                       TO WSV-RAZON-RECHAZO
              END-EVALUATE
           END-IF
           IF WSV-RAZON-RECHAZO = SPACES
              MOVE WSV-SALDO-PRUEBA TO WSV-SALDO-NUEVO
              ADD 1 TO WSV-NUM-MOVS
              MOVE REG-TRX         TO MOVS-TRX   (WSV-NUM-MOVS)
              MOVE WSV-SALDO-NUEVO TO MOVS-SALDO (WSV-NUM-MOVS)
           ELSE
              SET MOV-INVALIDO TO TRUE
              PERFORM RECHAZA-TRX
           END-IF
           PERFORM LEE-TRX.


       UBICA-TIPO.
           MOVE ZERO TO WSV-KDX-TIPO
           PERFORM BUSCA-TIPO
              VARYING WSV-IDX-TIPO FROM 1 BY 1
                UNTIL WSV-IDX-TIPO > 6
                   OR WSV-KDX-TIPO NOT = ZERO.

       BUSCA-TIPO.
           IF WSC-TIPO (WSV-IDX-TIPO) = TRX-TIPO
              MOVE WSV-IDX-TIPO TO WSV-KDX-TIPO
           END-IF.


      ***************************************************
      * RECHAZA-TRX deja el movimiento del registro con  *
      * su razon y lo cuenta en su tipo (los de tipo     *
      * desconocido solo en el total)                    *
      ***************************************************
       RECHAZA-TRX.
           MOVE REG-TRX           TO RECH-TRANSACCION
           MOVE WSV-RAZON-RECHAZO TO RECH-RAZON
           WRITE REG-RECHAZO
           ADD 1 TO A990-RECHAZADOS
           PERFORM UBICA-TIPO
           IF WSV-KDX-TIPO NOT = ZERO
              ADD 1 TO TOT-RECHAZADOS (WSV-KDX-TIPO)
              IF TRX-IMPORTE IS NUMERIC
                 ADD TRX-IMPORTE TO TOT-MONTO-RECH (WSV-KDX-TIPO)
              END-IF
           END-IF.


      ***************************************************
      * APLICA-CUENTA actualiza el saldo con el neto de  *
      * lo aceptado e inserta la historia en la misma    *
      * unidad de trabajo; confirmada la cuenta se       *
      * imprimen y graban sus movimientos. Un SQLCODE    *
      * distinto de cero deshace la cuenta completa y    *
      * sus movimientos salen a rechazos                 *
      ***************************************************
       APLICA-CUENTA.
           MOVE REG-TRX TO WSV-TRX-SIGUIENTE
           MOVE WSV-SALDO-NUEVO TO ACCT-BALANCE-NVO
           EXEC SQL
                UPDATE Z94474T
                   SET BALANCE = :ACCT-BALANCE-NVO
                 WHERE ACCTNO  = :ACCT-ID
                END-EXEC
           IF SQLCODE = SQLCODE0
              PERFORM INSERTA-HISTORIA
           END-IF
           IF SQLCODE = SQLCODE0
              EXEC SQL COMMIT END-EXEC
              ADD 1 TO A990-CTAS-APLIC
              COMPUTE A990-TOT-DELTA =
                 A990-TOT-DELTA +
                 (ACCT-BALANCE-NVO - ACCT-BALANCE)
              PERFORM ESCRIBE-APLICADO
                 VARYING WSV-IDX-MOVS FROM 1 BY 1
                   UNTIL WSV-IDX-MOVS > WSV-NUM-MOVS
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO A990-CTAS-ROLLBACK
              DISPLAY 'Z94474D CUENTA NO ACTUALIZADA, SQLCODE='
                      SQLCODE ' CUENTA=' ACCT-ID
              MOVE 'CUENTA DESHECHA POR ERROR SQL'
                 TO WSV-RAZON-RECHAZO
              PERFORM RECHAZA-DESHECHO
                 VARYING WSV-IDX-MOVS FROM 1 BY 1
                   UNTIL WSV-IDX-MOVS > WSV-NUM-MOVS
           END-IF
           MOVE WSV-TRX-SIGUIENTE TO REG-TRX.


       ESCRIBE-APLICADO.
           MOVE MOVS-TRX (WSV-IDX-MOVS) TO REG-TRX
           PERFORM UBICA-TIPO
           ADD 1 TO A990-APLICADOS
           ADD 1 TO TOT-APLICADOS (WSV-KDX-TIPO)
           ADD TRX-IMPORTE TO TOT-MONTO-APL (WSV-KDX-TIPO)
           IF TRX-COMPRA OR TRX-REV-PAGO OR TRX-REV-ABONO
              MOVE TRX-IMPORTE TO WSV-IMPORTE-SIGNO
           ELSE
              COMPUTE WSV-IMPORTE-SIGNO = ZERO - TRX-IMPORTE
           END-IF
           ADD WSV-IMPORTE-SIGNO TO A990-TOT-MOVS
           MOVE SPACES                    TO DETALLE-POLIZA
           MOVE TRX-ACCTNO                TO DP-ACCTNO
           MOVE TRX-TIPO                  TO DP-TIPO
           MOVE TRX-FECHA                 TO DP-FECHA
           MOVE TRX-REFERENCIA            TO DP-REFERENCIA
           MOVE WSV-IMPORTE-SIGNO         TO DP-IMPORTE
           MOVE MOVS-SALDO (WSV-IDX-MOVS) TO DP-SALDO
           WRITE REPREC FROM DETALLE-POLIZA
           MOVE SPACES                    TO REG-MOVIMIENTO
           MOVE TRX-ACCTNO                TO MOV-ACCTNO
           MOVE TRX-TIPO                  TO MOV-TIPO
           MOVE ZERO                      TO MOV-TASA
           MOVE WSV-IMPORTE-SIGNO         TO MOV-IMPORTE
           MOVE MOVS-SALDO (WSV-IDX-MOVS) TO MOV-SALDO-RESULTA
           MOVE TRX-FECHA                 TO MOV-FECHA-CORTE
           MOVE TRX-REFERENCIA            TO MOV-REFERENCIA
           WRITE REG-MOVIMIENTO.


       RECHAZA-DESHECHO.
           MOVE MOVS-TRX (WSV-IDX-MOVS) TO REG-TRX
           PERFORM RECHAZA-TRX.


      ***************************************************
      * INSERTA-HISTORIA deja el renglon de historia de  *
      * la cuenta: imagen anterior (saldo al inicio del  *
      * dia) e imagen posterior (saldo con todo lo       *
      * aplicado), con la accion 'T' y el operador del   *
      * batch                                            *
      ***************************************************
       INSERTA-HISTORIA.
           MOVE 'T' TO HIST-ACCION
           MOVE WSV-FECHA-SISTEMA TO HIST-FECHA
           MOVE WSV-HORA-SISTEMA  TO HIST-HORA
           EXEC SQL
                INSERT INTO Z94474H
                  (ACCTNO, ACCION, OPERADOR, FECHA, HORA,
                   B_LIMIT, B_BALANCE, B_SURNAME, B_FIRSTN,
                   B_ADDRESS1, B_ADDRESS2, B_ADDRESS3,
                   B_RESERVED, B_COMMENTS,
                   A_LIMIT, A_BALANCE, A_SURNAME, A_FIRSTN,
                   A_ADDRESS1, A_ADDRESS2, A_ADDRESS3,
                   A_RESERVED, A_COMMENTS)
                VALUES
                  (:ACCT-ID, :HIST-ACCION, :WSC-OPERADOR,
                   :HIST-FECHA, :HIST-HORA,
                   :ACCT-LIMIT, :ACCT-BALANCE,
                   :ACCT-APEP, :ACCT-NAME,
                   :ACCT-DIRE1, :ACCT-DIRE2, :ACCT-DIRE3,
                   :ACCT-RESER, :ACCT-COMMENT,
                   :ACCT-LIMIT, :ACCT-BALANCE-NVO,
                   :ACCT-APEP, :ACCT-NAME,
                   :ACCT-DIRE1, :ACCT-DIRE2, :ACCT-DIRE3,
                   :ACCT-RESER, :ACCT-COMMENT)
                END-EXEC
           IF SQLCODE NOT = SQLCODE0
              DISPLAY 'ERROR AL INSERTAR HISTORIA Z94474H, SQLCODE='
                      SQLCODE ' CUENTA=' ACCT-ID
           END-IF.


      ***************************************************
      * ESCRIBE-CIFRAS: totales por tipo (aplicados y    *
      * rechazados); el delta total de saldos debe       *
      * amarrar con el neto de los movimientos aplicados *
      ***************************************************
       ESCRIBE-CIFRAS.
           MOVE SPACES TO DETALLE-CIFRA
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'MOVIMIENTOS LEIDOS               :' TO DC-TEXTO
           MOVE A990-REG-LEIDOS TO DC-CIFRA
           MOVE ZERO TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           PERFORM ESCRIBE-TOTAL-TIPO
              VARYING WSV-IDX-TIPO FROM 1 BY 1
                UNTIL WSV-IDX-TIPO > 6
           MOVE 'MOVIMIENTOS APLICADOS            :' TO DC-TEXTO
           MOVE A990-APLICADOS TO DC-CIFRA
           MOVE A990-TOT-MOVS TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'MOVIMIENTOS RECHAZADOS           :' TO DC-TEXTO
           MOVE A990-RECHAZADOS TO DC-CIFRA
           MOVE ZERO TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'CUENTAS ACTUALIZADAS             :' TO DC-TEXTO
           MOVE A990-CTAS-APLIC TO DC-CIFRA
           MOVE ZERO TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'CUENTAS DESHECHAS (ROLLBACK)     :' TO DC-TEXTO
           MOVE A990-CTAS-ROLLBACK TO DC-CIFRA
           MOVE ZERO TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE 'DELTA TOTAL DE SALDOS            :' TO DC-TEXTO
           MOVE ZERO TO DC-CIFRA
           MOVE A990-TOT-DELTA TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           IF A990-RECHAZADOS NOT = ZERO
              DISPLAY 'Z94474D HAY MOVIMIENTOS RECHAZADOS: '
                      A990-RECHAZADOS
              MOVE 4 TO RETURN-CODE
           END-IF
           IF A990-TOT-DELTA NOT = A990-TOT-MOVS
              DISPLAY 'Z94474D *** EL DELTA DE SALDOS NO AMARRA '
                      'CON LOS MOVIMIENTOS APLICADOS ***'
              MOVE 8 TO RETURN-CODE
           END-IF.

       ESCRIBE-TOTAL-TIPO.
           MOVE SPACES TO DC-TEXTO
           STRING WSC-TIPO-TEXTO (WSV-IDX-TIPO) DELIMITED BY SIZE
                  ' APLICADOS' DELIMITED BY SIZE
                  INTO DC-TEXTO
           MOVE TOT-APLICADOS (WSV-IDX-TIPO) TO DC-CIFRA
           MOVE TOT-MONTO-APL (WSV-IDX-TIPO) TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA
           MOVE SPACES TO DC-TEXTO
           STRING WSC-TIPO-TEXTO (WSV-IDX-TIPO) DELIMITED BY SIZE
                  ' RECHAZADOS' DELIMITED BY SIZE
                  INTO DC-TEXTO
           MOVE TOT-RECHAZADOS (WSV-IDX-TIPO) TO DC-CIFRA
           MOVE TOT-MONTO-RECH (WSV-IDX-TIPO) TO DC-MONTO
           WRITE REPREC FROM DETALLE-CIFRA.
