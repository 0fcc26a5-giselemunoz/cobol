      *                 movimientos del mismo socio en el mismo dia
      *                 salen en el orden en que se aplicaron y la
      *                 cadena de saldos del resumen cierra siempre.
      * 2026-10-15  jm  Contrasientos (HM-TIPO "R"): el movimiento
      *                 anulado sale como pago o debito reversado y
      *                 el contrasiento como su reverso, no como un
      *                 debito o pago nuevo; el detalle muestra la
      *                 hora de imputacion, que es la referencia con
      *                 la que caja carga el contrasiento.
      * 2026-10-15  jm  El punitorio del devengamiento mensual
      *                 (HM-TIPO "I", BCOSOC10) sale como interes
      *                 punitorio y no como debito.
      * 2026-10-15  jm  El castigo de la cuenta (HM-TIPO "C",
      *                 BCOSOC11) sale como tal y cierra el resumen
      *                 con saldo cero.
      * 2026-10-15  jm  El saldo de apertura que deja la depuracion
      *                 de historicos (HM-TIPO "S", BCOSOC15) no se
      *                 imprime como movimiento: da el saldo inicial
      *                 del resumen.
      * 2026-10-15  jm  Traspasos de sucursal (BCOSOC19): el pedido
      *                 de un socio por su clave anterior sigue la
      *                 referencia TRASXREF hasta la clave vigente,
      *                 el encabezado muestra de que cuenta viene y
      *                 el movimiento HM-TIPO "T" sale como traspaso.
      * 2026-10-15  jm  Cada cuenta sale en el orden en que se
      *                 aplicaron sus movimientos (orden de grabacion
      *                 en HISTMOV) y no por fecha y hora: un
      *                 reciclado, un debito directo o un devengamiento
      *                 llevan la fecha del movimiento, anterior a la
      *                 de su aplicacion, y cortaban la cadena de
      *                 saldos.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
           SELECT RESUMEN-FILE ASSIGN TO "RESUMEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESUMEN.

           SELECT TRASPASOS-FILE ASSIGN TO "TRASXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-CLAVE-ANT
               ALTERNATE RECORD KEY IS XR-CLAVE-NUEVA
               FILE STATUS IS WS-FS-XREF.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      * HISTORIAL DE MOVIMIENTOS APLICADOS (mismo layout que escribe
      * BCOSOC03); la hora se trata como caracteres: los registros
      * anteriores a la hora vienen con blancos y asi ordenan
      * primero sin reventar una comparacion numerica; lo mismo vale
      * para el vencimiento previo y la referencia del contrasiento
      *   HM-TIPO: P = pago / D = debito / R = contrasiento /
      *            I = interes punitorio devengado / C = castigo /
      *            S = saldo de apertura (depuracion, BCOSOC15) /
      *            T = traspaso de sucursal (BCOSOC19)
       FD  HISTORIAL-FILE.
       01  HISTORIAL-REC.
           05 HM-SUC             PIC 9(03).
           05 HM-SALDO-ANT       PIC S9(09)V99.
           05 HM-SALDO-POST      PIC S9(09)V99.
           05 HM-HORA            PIC X(08).
           05 HM-FEC-VENC-ANT    PIC X(08).
           05 HM-REF-FECHA       PIC X(08).
           05 HM-REF-HORA        PIC X(08).
           05 FILLER             PIC X(02).

      * ORDENAMIENTO DEL HISTORIAL POR SUCURSAL/SOCIO Y ORDEN DE
      * GRABACION PARA IMPRIMIR CADA CUENTA EN UNA SOLA PASADA
      * (HISTMOV se extiende en el orden en que se aplican los
      * movimientos: HS-SECUENCIA es la posicion en el archivo, y
      * con ella la cadena de saldos del resumen siempre cierra)
       SD  HISTORIAL-ORDEN.
       01  HISTORIAL-ORDEN-REC.
           05 HS-SUC             PIC 9(03).
           05 HS-SALDO-ANT       PIC S9(09)V99.
           05 HS-SALDO-POST      PIC S9(09)V99.
           05 HS-HORA            PIC X(08).
           05 HS-FEC-VENC-ANT    PIC X(08).
           05 HS-REF-FECHA       PIC X(08).
           05 HS-REF-HORA        PIC X(08).
           05 FILLER             PIC X(02).
           05 HS-SECUENCIA       PIC 9(09).

      * COPIA ORDENADA DEL HISTORIAL (archivo de trabajo)
       FD  TRABAJO-FILE.
           05 TR-SALDO-ANT       PIC S9(09)V99.
           05 TR-SALDO-POST      PIC S9(09)V99.
           05 TR-HORA            PIC X(08).
           05 TR-FEC-VENC-ANT    PIC X(08).
           05 TR-REF-FECHA       PIC X(08).
           05 TR-REF-HORA        PIC X(08).
           05 FILLER             PIC X(02).
           05 TR-SECUENCIA       PIC 9(09).

      * PARAMETROS DE CORRIDA DESATENDIDA (mismo criterio que PARAMS
      * en BCOSOC01: si el archivo esta presente no hay dialogo)
      * RESUMEN DE CUENTA IMPRESO
       FD  RESUMEN-FILE.
       01  RESUMEN-REC           PIC X(90).

      * REFERENCIA CRUZADA DE TRASPASOS DE SUCURSAL (mismo layout
      * que en BCOSOC19); si no existe no hubo traspasos
       FD  TRASPASOS-FILE.
       01  TRASPASO-REC.
           05 XR-CLAVE-ANT.
              10 XR-SUC-ANT      PIC 9(03).
              10 XR-SOCIO-ANT    PIC 9(10).
           05 XR-CLAVE-NUEVA.
              10 XR-SUC-NUEVA    PIC 9(03).
              10 XR-SOCIO-NUEVO  PIC 9(10).
           05 XR-FECHA           PIC 9(08).
           05 XR-HORA            PIC 9(08).
           05 XR-TIPO            PIC X(01).
           05 XR-OPERADOR        PIC X(08).
           05 FILLER             PIC X(10).
      *-----------------------
       WORKING-STORAGE SECTION.
    *****************lineas de impresion*********
           03 l-suc pic z99.
           03 filler pic x(09) value " - Socio ".
           03 l-socio pic z.zzz.zzz.zz9.
       01  lin-traspaso.
           03 filler pic x(33) value
                  "Cuenta trasladada desde sucursal ".
           03 l-tra-suc pic z99.
           03 filler pic x(07) value " socio ".
           03 l-tra-socio pic z.zzz.zzz.zz9.
           03 filler pic x(04) value " el ".
           03 l-tra-fecha pic 9(08).
       01  lin-nombre.
           03 filler pic x(07) value "Titular".
           03 filler pic x(02) value ": ".
       01  lin-detalle-mov.
           03 filler pic x(02) value spaces.
           03 l-mov-fecha pic 9(08).
           03 filler pic x(01) value spaces.
           03 l-mov-hora pic x(08).
           03 filler pic x(02) value spaces.
           03 l-mov-desc pic x(18).
           03 filler pic x(02) value spaces.
           03 l-mov-importe pic zzz.zzz.zz9,99.
           03 filler pic x(02) value spaces.
           03 l-mov-saldo pic -zzz.zzz.zz9,99.
       01  lin-titulo-mov.
           03 filler pic x(02) value spaces.
           03 filler pic x(09) value "Fecha".
           03 filler pic x(10) value "Hora".
           03 filler pic x(20) value "Movimiento".
           03 filler pic x(14) value "       Importe".
           03 filler pic x(18) value "  Saldo resultante".
       01  lin-sin-movs.
           03 ws-fs-trabajo     pic x(02).
           03 ws-fs-params      pic x(02).
           03 ws-fs-resumen     pic x(02).
           03 ws-fs-xref        pic x(02).

       01  ws-switches.
           03 ws-sw-alcance        pic x(01) value "S".
              88 ws-un-socio            value "S".
           03 ws-sw-eof-trabajo    pic x(01) value "N".
              88 ws-eof-trabajo         value "S".
           03 ws-sw-eof-historial  pic x(01) value "N".
              88 ws-eof-historial       value "S".
           03 ws-sw-hay-historial  pic x(01) value "N".
              88 ws-hay-historial       value "S".
           03 ws-sw-socio-existe   pic x(01) value "N".
              88 ws-modo-desatendido    value "S".
           03 ws-sw-hubo-salida    pic x(01) value "N".
              88 ws-hubo-salida         value "S".
           03 ws-sw-reversado      pic x(01) value "N".
              88 ws-mov-reversado       value "S".
           03 ws-sw-hay-traspasos  pic x(01) value "N".
              88 ws-hay-traspasos       value "S".
           03 ws-sw-fin-cadena     pic x(01) value "N".
              88 ws-fin-cadena          value "S".

       01  ws-fecha-hora.
           03 ws-fecha-hoy      pic 9(08).
           03 ws-ped-alcance    pic x(01).
           03 ws-ped-suc        pic 9(03).
           03 ws-ped-socio      pic 9(10).
           03 ws-ped-suc-orig   pic 9(03).
           03 ws-ped-socio-orig pic 9(10).
           03 ws-ped-saltos     pic 9(02) comp.

       01  ws-grupo.
           03 ws-grp-suc        pic 9(03).

       01  ws-contadores.
           03 ws-cant-resumenes pic 9(05) comp value zero.
           03 ws-sec-historial  pic 9(09) comp value zero.
           03 ws-dif-concil     pic s9(09)v99.
           03 ws-dif-edit       pic z(8)9,99.

      * referencias (fecha y hora del original) de los contrasientos
      * de las cuentas pedidas, para marcar el movimiento anulado
       01  ws-tabla-reversos.
           03 ws-cant-rev       pic 9(04) comp value zero.
           03 ws-ix-rev         pic 9(04) comp.
           03 ws-rev-e occurs 500 times.
              05 ws-rv-suc      pic 9(03).
              05 ws-rv-socio    pic 9(10).
              05 ws-rv-fecha    pic x(08).
              05 ws-rv-hora     pic x(08).
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                       "- file status " WS-FS-RESUMEN
               STOP RUN
           END-IF.
           OPEN INPUT TRASPASOS-FILE.
           IF WS-FS-XREF = "00"
               MOVE "S" TO ws-sw-hay-traspasos
           END-IF.
       1000-EXIT.
           EXIT.
      ******************************************************************
               STOP RUN
           END-IF.
           MOVE ws-ped-alcance TO ws-sw-alcance.
           IF ws-un-socio AND ws-hay-traspasos
               PERFORM 2200-SEGUIR-TRASPASOS THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-EXIT.
           EXIT.
      ******************************************************************
      * 2200 - socio pedido por una clave que ya no esta en el
      * maestro: si fue trasladado de sucursal (BCOSOC19) el resumen
      * sale con la clave vigente, que es la que tiene el historial
      ******************************************************************
       2200-SEGUIR-TRASPASOS.
           MOVE ws-ped-suc   TO SM-SUC.
           MOVE ws-ped-socio TO SM-SOCIO.
           READ SOCIOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           MOVE ws-ped-suc   TO ws-ped-suc-orig.
           MOVE ws-ped-socio TO ws-ped-socio-orig.
           MOVE ZERO TO ws-ped-saltos.
           MOVE "N" TO ws-sw-fin-cadena.
           PERFORM 2210-BUSCAR-TRASPASO THRU 2210-EXIT
               UNTIL ws-fin-cadena.
           IF ws-ped-saltos > ZERO
               DISPLAY "AVISO: la cuenta " ws-ped-suc-orig "/"
                       ws-ped-socio-orig " fue trasladada - se emite "
                       "el resumen de " ws-ped-suc "/" ws-ped-socio
           END-IF.
       2200-EXIT.
           EXIT.

      * un socio trasladado mas de una vez deja una cadena de claves
       2210-BUSCAR-TRASPASO.
           MOVE ws-ped-suc   TO XR-SUC-ANT.
           MOVE ws-ped-socio TO XR-SOCIO-ANT.
           READ TRASPASOS-FILE
               INVALID KEY
                   SET ws-fin-cadena TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           MOVE XR-SUC-NUEVA   TO ws-ped-suc.
           MOVE XR-SOCIO-NUEVO TO ws-ped-socio.
           ADD 1 TO ws-ped-saltos.
           IF ws-ped-saltos > 20
               SET ws-fin-cadena TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.
      ******************************************************************
      * 3000 - copia ordenada del historial por sucursal/socio y
      * orden de grabacion;
      * sin historial el resumen sale igual, solo con el saldo del
      * maestro (no hay movimientos que mostrar)
      ******************************************************************
           CLOSE HISTORIAL-FILE.
           MOVE "S" TO ws-sw-hay-historial.
           SORT HISTORIAL-ORDEN
               ON ASCENDING KEY HS-SUC HS-SOCIO HS-SECUENCIA
               INPUT PROCEDURE 3050-NUMERAR-HISTORIAL
                   THRU 3050-EXIT
               GIVING TRABAJO-FILE.
       3000-EXIT.
           EXIT.

      * entrada del ordenamiento: cada movimiento con su posicion
       3050-NUMERAR-HISTORIAL.
           OPEN INPUT HISTORIAL-FILE.
           MOVE ZERO TO ws-sec-historial.
           MOVE "N" TO ws-sw-eof-historial.
           PERFORM 3060-LIBERAR-MOVIMIENTO THRU 3060-EXIT
               UNTIL ws-eof-historial.
           CLOSE HISTORIAL-FILE.
       3050-EXIT.
           EXIT.

       3060-LIBERAR-MOVIMIENTO.
           READ HISTORIAL-FILE
               AT END
                   SET ws-eof-historial TO TRUE
                   GO TO 3060-EXIT
           END-READ.
           ADD 1 TO ws-sec-historial.
           MOVE HISTORIAL-REC    TO HISTORIAL-ORDEN-REC.
           MOVE ws-sec-historial TO HS-SECUENCIA.
           RELEASE HISTORIAL-ORDEN-REC.
       3060-EXIT.
           EXIT.
      ******************************************************************
      * 4000 - recorrida del trabajo ordenado con corte de control
      * por sucursal/socio: cada cuenta pedida imprime su resumen
           IF NOT ws-hay-historial
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4050-CARGAR-REVERSOS THRU 4050-EXIT.
           MOVE "N" TO ws-sw-eof-trabajo.
           OPEN INPUT TRABAJO-FILE.
           IF WS-FS-TRABAJO NOT = "00"
           END-READ.
       4010-EXIT.
           EXIT.
      ******************************************************************
      * 4050 - pasada previa por el trabajo: el contrasiento siempre
      * queda despues del movimiento que anula, asi que sus
      * referencias se juntan antes de imprimir
      ******************************************************************
       4050-CARGAR-REVERSOS.
           MOVE ZERO TO ws-cant-rev.
           MOVE "N" TO ws-sw-eof-trabajo.
           OPEN INPUT TRABAJO-FILE.
           IF WS-FS-TRABAJO NOT = "00"
               GO TO 4050-EXIT
           END-IF.
           PERFORM 4010-LEER-TRABAJO THRU 4010-EXIT.
           PERFORM 4060-GUARDAR-REVERSO THRU 4060-EXIT
               UNTIL ws-eof-trabajo.
           CLOSE TRABAJO-FILE.
       4050-EXIT.
           EXIT.

       4060-GUARDAR-REVERSO.
           IF TR-TIPO NOT = "R" OR TR-SUC NOT = ws-ped-suc
               GO TO 4060-SIGUIENTE
           END-IF.
           IF ws-un-socio AND TR-SOCIO NOT = ws-ped-socio
               GO TO 4060-SIGUIENTE
           END-IF.
           IF ws-cant-rev NOT < 500
               DISPLAY "AVISO: mas de 500 contrasientos en el pedido; "
                       "el resto no se marca en el original"
               GO TO 4060-SIGUIENTE
           END-IF.
           ADD 1 TO ws-cant-rev.
           MOVE TR-SUC       TO ws-rv-suc (ws-cant-rev).
           MOVE TR-SOCIO     TO ws-rv-socio (ws-cant-rev).
           MOVE TR-REF-FECHA TO ws-rv-fecha (ws-cant-rev).
           MOVE TR-REF-HORA  TO ws-rv-hora (ws-cant-rev).
       4060-SIGUIENTE.
           PERFORM 4010-LEER-TRABAJO THRU 4010-EXIT.
       4060-EXIT.
           EXIT.

       4100-PROCESAR-TRABAJO.
           IF TR-SUC NOT = ws-ped-suc
       4210-EXIT.
           EXIT.

      * el contrasiento de un pago baja el saldo a favor (y el de un
      * debito lo sube): por el sentido del saldo se sabe que anula;
      * el saldo de apertura de la depuracion ya salio como saldo
      * inicial y no es un movimiento
       4250-IMPRIMIR-MOVIMIENTO.
           IF TR-TIPO = "S"
               MOVE TR-SALDO-POST TO ws-grp-saldo-fin
               GO TO 4250-EXIT
           END-IF.
           MOVE TR-FECHA TO l-mov-fecha.
           MOVE TR-HORA  TO l-mov-hora.
           MOVE "N" TO ws-sw-reversado.
           IF TR-TIPO NOT = "R"
               PERFORM 4260-BUSCAR-REVERSO THRU 4260-EXIT
                   VARYING ws-ix-rev FROM 1 BY 1
                   UNTIL ws-ix-rev > ws-cant-rev OR ws-mov-reversado
           END-IF.
           EVALUATE TRUE
               WHEN TR-TIPO = "R" AND TR-SALDO-POST < TR-SALDO-ANT
                   MOVE "Reverso de pago"    TO l-mov-desc
               WHEN TR-TIPO = "R"
                   MOVE "Reverso de debito"  TO l-mov-desc
               WHEN TR-TIPO = "P" AND ws-mov-reversado
                   MOVE "Pago (reversado)"   TO l-mov-desc
               WHEN TR-TIPO = "P"
                   MOVE "Pago"               TO l-mov-desc
               WHEN TR-TIPO = "I"
                   MOVE "Interes punitorio"  TO l-mov-desc
               WHEN TR-TIPO = "C"
                   MOVE "Castigo"            TO l-mov-desc
               WHEN TR-TIPO = "T"
                   MOVE "Traspaso sucursal"  TO l-mov-desc
               WHEN ws-mov-reversado
                   MOVE "Debito (reversado)" TO l-mov-desc
               WHEN OTHER
                   MOVE "Debito"             TO l-mov-desc
           END-EVALUATE.
           MOVE TR-IMPORTE    TO l-mov-importe.
           MOVE TR-SALDO-POST TO l-mov-saldo.
           WRITE RESUMEN-REC FROM lin-detalle-mov
           ADD 1 TO ws-grp-movs.
       4250-EXIT.
           EXIT.

       4260-BUSCAR-REVERSO.
           IF ws-rv-suc (ws-ix-rev) = TR-SUC
               AND ws-rv-socio (ws-ix-rev) = TR-SOCIO
               AND ws-rv-fecha (ws-ix-rev) = TR-FECHA
               AND ws-rv-hora (ws-ix-rev) = TR-HORA
               MOVE "S" TO ws-sw-reversado
           END-IF.
       4260-EXIT.
           EXIT.
      ******************************************************************
      * 4300 - cierre de la cuenta: saldo final y conciliacion contra
      * el saldo vigente en el maestro de socios
           WRITE RESUMEN-REC FROM lin-cuenta
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-RESUMEN THRU 8100-EXIT.
           PERFORM 5100-ORIGEN-TRASPASO THRU 5100-EXIT.
           IF ws-socio-existe
               MOVE SM-NOMBRE TO l-nombre
               MOVE SM-DNI    TO l-dni
           PERFORM 8100-VERIFICAR-RESUMEN THRU 8100-EXIT.
       5000-EXIT.
           EXIT.

      * cuenta que llego por traspaso de sucursal: clave anterior
       5100-ORIGEN-TRASPASO.
           IF NOT ws-hay-traspasos
               GO TO 5100-EXIT
           END-IF.
           MOVE ws-grp-suc   TO XR-SUC-NUEVA.
           MOVE ws-grp-socio TO XR-SOCIO-NUEVO.
           READ TRASPASOS-FILE KEY IS XR-CLAVE-NUEVA
               INVALID KEY
                   GO TO 5100-EXIT
           END-READ.
           MOVE XR-SUC-ANT   TO l-tra-suc.
           MOVE XR-SOCIO-ANT TO l-tra-socio.
           MOVE XR-FECHA     TO l-tra-fecha.
           WRITE RESUMEN-REC FROM lin-traspaso
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-RESUMEN THRU 8100-EXIT.
       5100-EXIT.
           EXIT.
      ******************************************************************
      * 8100 - verificacion de estado de escritura del resumen
      ******************************************************************
       9999-FINALIZAR.
           CLOSE SOCIOS-FILE.
           CLOSE RESUMEN-FILE.
           IF ws-hay-traspasos
               CLOSE TRASPASOS-FILE
           END-IF.
           DISPLAY "Resumenes emitidos: " ws-cant-resumenes.
       9999-EXIT.
           EXIT.
