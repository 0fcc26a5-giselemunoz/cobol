      *                 en el maestro SOCIOS, para la consulta
      *                 inmediata por DNI de las sucursales
      *                 (BCOSOC09).
      * 2026-10-15  jm  El interes proyectado corre desde el ultimo
      *                 devengamiento mensual (DEVENGA, BCOSOC10) y no
      *                 desde el vencimiento, porque el punitorio ya
      *                 devengado esta en el saldo; PARAMCON banda 0
      *                 (cuentas del devengamiento) se ignora aca.
      * 2026-10-15  jm  Socios con promesas de pago incumplidas
      *                 repetidas (PROMINC, BCOSOC16): una promesa
      *                 vigente ya no los deja fuera del extracto.
      * 2026-10-15  jm  Control de integridad entre archivos
      *                 (BCOSOC17, RN-INTEGRIDAD en RUNCTL): con
      *                 inconsistencias criticas del dia el listado
      *                 no arranca en desatendido; por consola el
      *                 operador puede forzar bajo su criterio.
      * 2026-10-15  jm  El registro de RUNCTL que nace en este
      *                 programa se arma en blanco: el relleno ya
      *                 lleva las marcas de BCOSOC10 y BCOSOC11.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RETORNO.

           SELECT INCUMPLIDAS-FILE ASSIGN TO "PROMINC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PROMINC.

           SELECT DOMICILIOS-FILE ASSIGN TO "DOMICILI"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TASAS.

           SELECT DEVENGADOS-FILE ASSIGN TO "DEVENGA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DV-CLAVE
               FILE STATUS IS WS-FS-DEVENGA.

           SELECT VISTOS-FILE ASSIGN TO "VISTWORK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           05 RT-FECHA           PIC 9(08).
           05 RT-RESULT          PIC X(01).

      * SOCIOS CON PROMESAS INCUMPLIDAS REPETIDAS (mismo layout que
      * en BCOSOC16): su promesa de pago no los excluye del extracto
       FD  INCUMPLIDAS-FILE.
       01  INCUMPLIDA-REC.
           05 PI-SUC             PIC 9(03).
           05 PI-SOCIO           PIC 9(10).
           05 PI-CANT            PIC 9(03).
           05 PI-FEC-ULTIMA      PIC 9(08).
           05 PI-FEC-INFORME     PIC 9(08).
           05 FILLER             PIC X(08).

      * MAESTRO DE DOMICILIOS POSTALES POR SOCIO (para las cartas)
       FD  DOMICILIOS-FILE.
       01  DOMICILIO-REC.
           05 TS-VIG-DESDE       PIC 9(08).
           05 TS-TASA-DIARIA     PIC 9V9(6).

      * ULTIMO DEVENGAMIENTO POR SOCIO (mismo layout que en
      * BCOSOC10): fecha hasta la que el punitorio ya esta en el saldo
       FD  DEVENGADOS-FILE.
       01  DEVENGADO-REC.
           05 DV-CLAVE.
              10 DV-SUC          PIC 9(03).
              10 DV-SOCIO        PIC 9(10).
           05 DV-FEC-ULT         PIC 9(08).
           05 DV-IMP-ULT         PIC 9(09)V99.
           05 DV-IMP-ACUM        PIC 9(11)V99.
           05 FILLER             PIC X(10).

      * TRABAJO DE SOCIOS VISTOS EN LA SUCURSAL: control de
      * duplicados y marca de checkpoint consumido; se vacia al
      * arrancar cada sucursal y no tiene tope de volumen (antes era

      * TRABAJO DE GESTIONES: ultimo resultado de gestion por socio,
      * cargado del retorno de cobranzas al inicio de la corrida;
      * sin tope de volumen (antes una tabla de 5000 entradas);
      *   GW-INCUMPLE: S = figura en PROMINC (promesas rotas)
       FD  GESTIONES-FILE.
       01  GESTION-REC.
           05 GW-CLAVE.
              10 GW-SOCIO        PIC 9(10).
           05 GW-FECHA           PIC 9(08).
           05 GW-RESULT          PIC X(01).
           05 GW-INCUMPLE        PIC X(01).

      * TRABAJO DE CONSOLIDACION POR DNI: deuda total, cantidad de
      * cuentas y sucursales por persona (hasta 10 sucursales
      * BCOSOC05 y BCOSOC08)
      *   RN-IMPUTACION / RN-LISTADO / RN-CONVENIOS / RN-RECICLAJE:
      *   A = en curso / C = cerrada
      *   RN-INTEGRIDAD (BCOSOC17): C = sin inconsistencias /
      *   A = advertencias / X = inconsistencias criticas
      *   el relleno lleva RN-DEVENGO (BCOSOC10) y RN-CASTIGO
      *   (BCOSOC11), que aca no se tocan
       FD  RUNCTL-FILE.
       01  RUNCTL-REC.
           05 RN-FECHA           PIC 9(08).
           05 RN-LISTADO         PIC X(01).
           05 RN-CONVENIOS       PIC X(01).
           05 RN-RECICLAJE       PIC X(01).
           05 RN-INTEGRIDAD      PIC X(01).
           05 FILLER             PIC X(07).
      *-----------------------
       WORKING-STORAGE SECTION.
    *****************lineas de impresion*********
           03 ws-fs-asientos    pic x(02).
           03 ws-fs-convenios   pic x(02).
           03 ws-fs-tasas       pic x(02).
           03 ws-fs-devenga     pic x(02).
           03 ws-fs-vistos      pic x(02).
           03 ws-fs-gestwork    pic x(02).
           03 ws-fs-dniwork     pic x(02).
           03 ws-fs-deudores    pic x(02).
           03 ws-fs-deudctl     pic x(02).
           03 ws-fs-runctl      pic x(02).
           03 ws-fs-prominc     pic x(02).

       01  ws-switches.
           03 ws-sw-modo-carga     pic x(01) value "M".
              88 ws-eof-historico       value "S".
           03 ws-sw-eof-retorno    pic x(01) value "N".
              88 ws-eof-retorno         value "S".
           03 ws-sw-eof-prominc    pic x(01) value "N".
              88 ws-eof-prominc         value "S".
           03 ws-sw-domicilios     pic x(01) value "N".
              88 ws-domicilios-disp     value "S".
           03 ws-sw-eof-conswork   pic x(01) value "N".
              88 ws-convenio-vigente    value "S".
           03 ws-sw-eof-tasas      pic x(01) value "N".
              88 ws-eof-tasas           value "S".
           03 ws-sw-devenga        pic x(01) value "N".
              88 ws-devenga-disp        value "S".
           03 ws-sw-eof-dniwork    pic x(01) value "N".
              88 ws-eof-dniwork         value "S".
           03 ws-sw-eof-dnisave    pic x(01) value "N".
           03 ws-saldo-proy     pic s9(09)v99.
           03 ws-hoy-dias       pic s9(09) comp.
           03 ws-venc-dias      pic s9(09) comp.
           03 ws-dias-interes   pic s9(09) comp.
           03 ws-tramo-desde    pic s9(09) comp.
           03 ws-tramo-hasta    pic s9(09) comp.
           03 ws-dias-tramo     pic s9(09) comp.
           03 ws-gest-fec-marca pic 9(08).
           03 ws-sw-promesa     pic x(01).
              88 ws-promesa-vigente    value "S".
           03 ws-gest-incumple  pic x(01).
           03 ws-dias-gestion   pic s9(05) comp.
           03 ws-dias-promesa   pic 9(03) comp value 30.

           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-SELECCIONAR-MODO THRU 2000-EXIT.
           PERFORM 2200-CONTROLAR-RUNCTL THRU 2200-EXIT.
           PERFORM 2250-CONTROLAR-INTEGRIDAD THRU 2250-EXIT.
           PERFORM 1300-ABRIR-SALIDAS THRU 1300-EXIT.
           IF ws-todas-sucursales
               PERFORM 2500-PROCESAR-TODAS THRU 2500-EXIT
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
           END-IF.
      * sin devengamientos el interes se proyecta desde el
      * vencimiento, como antes de BCOSOC10
           OPEN INPUT DEVENGADOS-FILE.
           IF WS-FS-DEVENGA = "00"
               MOVE "S" TO ws-sw-devenga
           END-IF.
           OPEN I-O CHECKPOINT-FILE.
           IF WS-FS-CHECKPT = "35"
               OPEN OUTPUT CHECKPOINT-FILE
           PERFORM 1420-GUARDAR-RETORNO THRU 1420-EXIT
               UNTIL ws-eof-retorno.
           CLOSE RETORNO-FILE.
           PERFORM 1450-CARGAR-INCUMPLIDAS THRU 1450-EXIT.
       1400-EXIT.
           EXIT.

               INVALID KEY
                   MOVE RT-FECHA  TO GW-FECHA
                   MOVE RT-RESULT TO GW-RESULT
                   MOVE "N"       TO GW-INCUMPLE
                   WRITE GESTION-REC
                       INVALID KEY
                           MOVE "RETORNO"      TO ws-exc-campo
       1420-EXIT.
           EXIT.
      ******************************************************************
      * 1450 - socios con promesas incumplidas repetidas que informo
      * BCOSOC16: se marcan en el trabajo de gestiones; sin PROMINC
      * las promesas se respetan como antes
      ******************************************************************
       1450-CARGAR-INCUMPLIDAS.
           OPEN INPUT INCUMPLIDAS-FILE.
           IF WS-FS-PROMINC NOT = "00"
               GO TO 1450-EXIT
           END-IF.
           MOVE "N" TO ws-sw-eof-prominc.
           PERFORM 1460-LEER-INCUMPLIDA THRU 1460-EXIT.
           PERFORM 1470-MARCAR-INCUMPLIDA THRU 1470-EXIT
               UNTIL ws-eof-prominc.
           CLOSE INCUMPLIDAS-FILE.
       1450-EXIT.
           EXIT.

       1460-LEER-INCUMPLIDA.
           READ INCUMPLIDAS-FILE
               AT END
                   SET ws-eof-prominc TO TRUE
           END-READ.
       1460-EXIT.
           EXIT.

      * un socio sin gestion en este retorno no tiene promesa que
      * lo excluya: no hace falta marcarlo
       1470-MARCAR-INCUMPLIDA.
           MOVE PI-SUC   TO GW-SUC.
           MOVE PI-SOCIO TO GW-SOCIO.
           READ GESTIONES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO GW-INCUMPLE
                   REWRITE GESTION-REC
           END-READ.
           PERFORM 1460-LEER-INCUMPLIDA THRU 1460-EXIT.
       1470-EXIT.
           EXIT.
      ******************************************************************
      * 1500 - parametros contables de la prevision por incobrables;
      * los porcentajes por omision reproducen la planilla que usaba
      * contabilidad (50/25/5/1 de la banda mas vieja a la mas nueva)
           EXIT.

       1530-GUARDAR-PARAMCON.
      * la banda 0 trae las cuentas del punitorio devengado (BCOSOC10)
           IF PC-BANDA = ZERO
               GO TO 1530-SIGUIENTE
           END-IF.
           IF PC-BANDA < 1 OR PC-BANDA > 4
               MOVE "PARAMCON"     TO ws-exc-campo
               MOVE PC-BANDA       TO ws-exc-valor-num
       2200-EXIT.
           EXIT.
      ******************************************************************
      * 2250 - control de integridad: si el control entre archivos
      * del dia (BCOSOC17) encontro inconsistencias criticas el
      * listado no sale; en desatendido se cancela, por consola el
      * operador puede forzar bajo su criterio. Si el control no
      * corrio hoy no se retiene nada
      ******************************************************************
       2250-CONTROLAR-INTEGRIDAD.
           MOVE ws-fecha-hoy TO RN-FECHA.
           READ RUNCTL-FILE
               INVALID KEY
                   MOVE SPACE TO RN-INTEGRIDAD
           END-READ.
           IF RN-INTEGRIDAD NOT = "X"
               GO TO 2250-EXIT
           END-IF.
           IF ws-modo-desatendido
               MOVE "RUNCTL"       TO ws-exc-campo
               MOVE ws-fecha-hoy   TO ws-exc-valor
               MOVE "Inconsistencias criticas, se cancela"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               DISPLAY "ERROR: el control de integridad del dia "
                       "tiene inconsistencias criticas - corrida "
                       "cancelada"
               STOP RUN
           END-IF.
           DISPLAY "AVISO: el control de integridad del dia tiene "
                   "inconsistencias criticas (ver CTRLLIST)".
           DISPLAY "Continuar igual con el listado (S/N) ?".
           ACCEPT ws-resp-runctl.
           IF ws-resp-runctl NOT = "S" AND ws-resp-runctl NOT = "s"
               DISPLAY "Corrida cancelada por el operador"
               STOP RUN
           END-IF.
           MOVE "RUNCTL"       TO ws-exc-campo.
           MOVE ws-fecha-hoy   TO ws-exc-valor.
           MOVE "Forzada con inconsistencias criticas"
                               TO ws-exc-detalle.
           PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT.
       2250-EXIT.
           EXIT.
      ******************************************************************
      * 2500 - corrida de todas las sucursales con total consolidado
      ******************************************************************
       2500-PROCESAR-TODAS.

      * el interes punitorio se arma por tramos: cada tramo del
      * atraso toma la tasa vigente en ese periodo segun el maestro
      * TASAS; sin tasas cargadas rige la tasa fija por omision. El
      * atraso (para la banda) se cuenta desde el vencimiento, pero el
      * interes solo desde el ultimo devengamiento: lo anterior ya
      * esta debitado en el saldo
       4100-CALCULAR-INTERES.
           MOVE ZERO TO ws-dias-atraso.
           MOVE ZERO TO ws-dias-interes.
           MOVE ing-saldo TO ws-saldo-proy.
           IF ing-saldo < ZERO AND ing-fec-venc NOT = ZERO
               COMPUTE ws-hoy-dias =
                   MOVE ZERO TO ws-dias-atraso
               END-IF
               IF ws-dias-atraso > ZERO
                   PERFORM 4110-INICIO-INTERES THRU 4110-EXIT
               END-IF
               IF ws-dias-interes > ZERO
                   PERFORM 4150-FACTOR-PUNITORIO THRU 4150-EXIT
                   COMPUTE ws-saldo-proy ROUNDED =
                       ing-saldo * (1 + ws-factor-punit)
           END-IF.
       4100-EXIT.
           EXIT.

       4110-INICIO-INTERES.
           IF ws-devenga-disp
               MOVE ing-suc   TO DV-SUC
               MOVE ing-socio TO DV-SOCIO
               READ DEVENGADOS-FILE
                   INVALID KEY
                       MOVE ZERO TO DV-FEC-ULT
               END-READ
               IF DV-FEC-ULT NUMERIC AND DV-FEC-ULT > ing-fec-venc
                   COMPUTE ws-venc-dias =
                       FUNCTION INTEGER-OF-DATE(DV-FEC-ULT)
               END-IF
           END-IF.
           COMPUTE ws-dias-interes = ws-hoy-dias - ws-venc-dias.
       4110-EXIT.
           EXIT.
      ******************************************************************
      * 4150 - factor punitorio acumulado (suma de tasa diaria por
      * dias de cada tramo de vigencia cubierto por el atraso); un
           MOVE ZERO TO ws-factor-punit.
           IF ws-cant-tasas = ZERO
               COMPUTE ws-factor-punit =
                   ws-tasa-diaria * ws-dias-interes
               GO TO 4150-EXIT
           END-IF.
           IF ws-venc-dias < ws-tasa-vig-dias(1)
      * 4600 - busqueda del estado de gestion del socio en el trabajo
      * indexado cargado del retorno de cobranzas; una promesa de
      * pago se considera vigente durante los 30 dias posteriores a
      * la fecha de gestion, salvo que el socio ya tenga promesas
      * incumplidas repetidas (PROMINC)
      ******************************************************************
       4600-BUSCAR-GESTION.
           MOVE SPACE TO ws-gest-marca.
           MOVE ZERO  TO ws-gest-fec-marca.
           MOVE "N"   TO ws-sw-promesa.
           MOVE "N"   TO ws-gest-incumple.
           MOVE ing-suc   TO GW-SUC.
           MOVE ing-socio TO GW-SOCIO.
           READ GESTIONES-FILE
               NOT INVALID KEY
                   MOVE GW-RESULT TO ws-gest-marca
                   MOVE GW-FECHA  TO ws-gest-fec-marca
                   MOVE GW-INCUMPLE TO ws-gest-incumple
           END-READ.
           IF ws-gest-marca = "P" AND ws-gest-fec-marca NOT = ZERO
               AND ws-gest-incumple NOT = "S"
               COMPUTE ws-dias-gestion =
                   FUNCTION INTEGER-OF-DATE(ws-fecha-hoy)
                   - FUNCTION INTEGER-OF-DATE(ws-gest-fec-marca)
           MOVE ws-fecha-hoy TO RN-FECHA.
           READ RUNCTL-FILE
               INVALID KEY
                   MOVE SPACES TO RUNCTL-REC
                   MOVE ws-fecha-hoy TO RN-FECHA
                   MOVE "C" TO RN-LISTADO
                   WRITE RUNCTL-REC
                       INVALID KEY
                           CONTINUE
           IF ws-convenios-disp
               CLOSE CONVENIOS-FILE
           END-IF.
           IF ws-devenga-disp
               CLOSE DEVENGADOS-FILE
           END-IF.
           CLOSE GESTIONES-FILE.
           CLOSE CARTAS-FILE.
           CLOSE ASIENTOS-FILE.
