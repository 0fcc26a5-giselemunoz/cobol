      ******************************************************************
      * Author:     Sistemas - Banco el Corralito
      * Installation: Casa Central
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:    Mantenimiento de las tablas de parametros (TASAS,
      *             PARAMCON, SUCURSAL, APRPARAM y CONVPARM) por
      *             archivo de novedades, como BCOSOC02 con los
      *             socios: cada cambio se valida (vigencias de tasas
      *             sin huecos ni superposiciones, porcentajes de 0 a
      *             100, cuentas del mayor validas, ninguna sucursal
      *             se cierra con deudores), queda en la pista de
      *             auditoria PARMAUD con imagen anterior y posterior
      *             y el legajo del operador, y los cambios de tasas,
      *             porcentajes y umbrales de aprobacion esperan en
      *             PARMPEND a que un segundo operador los apruebe o
      *             rechace (archivo de decisiones PARMAPRU, que se
      *             procesa al principio de la corrida).
      * Tectonics:  cobc -x "mantenimiento parametros.COB"
      ******************************************************************
      * MODIFICACIONES
      * ---------------------------------------------------------------
      * 2026-10-15  jm  Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BCOSOC18.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT NOVEDADES-FILE ASSIGN TO "PARMNOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVEDAD.

           SELECT DECISIONES-FILE ASSIGN TO "PARMAPRU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DECISIONES.

           SELECT PENDIENTES-FILE ASSIGN TO "PARMPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PP-CLAVE
               FILE STATUS IS WS-FS-PENDIENTES.

           SELECT AUDITORIA-FILE ASSIGN TO "PARMAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA.

           SELECT EXCEPCION-FILE ASSIGN TO "EXCEPPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCION.

           SELECT SOCIOS-FILE ASSIGN TO "SOCIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CLAVE
               ALTERNATE RECORD KEY IS SM-DNI
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-SOCIOS.

           SELECT TASAS-FILE ASSIGN TO "TASAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TASAS.

           SELECT PARAMCON-FILE ASSIGN TO "PARAMCON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMCON.

           SELECT SUCURSALES-FILE ASSIGN TO "SUCURSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUCURSALES.

           SELECT APRPARAM-FILE ASSIGN TO "APRPARAM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-APRPARAM.

           SELECT CONVPARM-FILE ASSIGN TO "CONVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONVPARM.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * ARCHIVO DE NOVEDADES DE PARAMETROS: una transaccion por
      * registro, con la imagen del registro nuevo de la tabla en el
      * layout propio de esa tabla (en la baja alcanza con la clave)
      *   PN-TABLA: TASAS / PARAMCON / SUCURSAL / APRPARAM / CONVPARM
      *   PN-TIPO: A = alta / B = baja / M = modificacion (APRPARAM y
      *   CONVPARM tienen un solo registro y solo admiten M)
      *   PN-OPERADOR: legajo del operador que cargo la transaccion
       FD  NOVEDADES-FILE.
       01  NOVEDAD-REC.
           05 PN-TABLA           PIC X(08).
           05 PN-TIPO            PIC X(01).
           05 PN-IMAGEN          PIC X(30).
           05 PN-OPERADOR        PIC X(08).

      * DECISIONES DEL APROBADOR: una por transaccion pendiente,
      * identificada por tabla, item (vigencia, banda o sucursal;
      * cero en APRPARAM) y tipo
      *   DP-DECISION: A = aprobar / R = rechazar
       FD  DECISIONES-FILE.
       01  DECISION-REC.
           05 DP-TABLA           PIC X(08).
           05 DP-ITEM            PIC 9(08).
           05 DP-TIPO            PIC X(01).
           05 DP-DECISION        PIC X(01).
           05 DP-APROBADOR       PIC X(08).

      * CAMBIOS DE PARAMETROS PENDIENTES DE APROBACION: tasas,
      * porcentajes de prevision y umbrales de aprobacion; guarda la
      * imagen vigente al cargarlo para que no se apruebe sobre un
      * registro que cambio despues; una nueva presentacion de la
      * misma clave reemplaza a la anterior
       FD  PENDIENTES-FILE.
       01  PENDIENTE-PARM-REC.
           05 PP-CLAVE.
              10 PP-TABLA        PIC X(08).
              10 PP-ITEM         PIC 9(08).
              10 PP-TIPO         PIC X(01).
           05 PP-IMAGEN          PIC X(30).
           05 PP-IMG-ANTERIOR    PIC X(30).
           05 PP-OPERADOR        PIC X(08).
           05 PP-FECHA           PIC 9(08).
           05 PP-HORA            PIC 9(08).
           05 FILLER             PIC X(10).

      * PISTA DE AUDITORIA DE PARAMETROS: imagen anterior y
      * posterior de cada cambio aplicado a una tabla, con el legajo
      * del operador y, si paso por doble intervencion, el del
      * aprobador (no va a AUDITORI, que BCOSOC07 reaplica sobre
      * SOCIOS)
       FD  AUDITORIA-FILE.
       01  AUDITORIA-PARM-REC.
           05 PA-FECHA           PIC 9(08).
           05 PA-HORA            PIC 9(08).
           05 PA-TABLA           PIC X(08).
           05 PA-TIPO            PIC X(01).
           05 PA-IMG-ANTERIOR    PIC X(30).
           05 PA-IMG-POSTERIOR   PIC X(30).
           05 PA-OPERADOR        PIC X(08).
           05 PA-APROBADOR       PIC X(08).

      * LOG DE EXCEPCIONES (mismo layout que en BCOSOC01)
       FD  EXCEPCION-FILE.
       01  EXCEPCION-REC.
           05 EXC-FECHA          PIC 9(08).
           05 EXC-HORA           PIC 9(08).
           05 EXC-CAMPO          PIC X(12).
           05 EXC-VALOR          PIC X(15).
           05 EXC-DETALLE        PIC X(40).

      * MAESTRO DE SOCIOS (mismo layout que en BCOSOC01): solo para
      * saber si una sucursal tiene socios o deudores
       FD  SOCIOS-FILE.
       01  SOCIO-REC.
           05 SM-CLAVE.
              10 SM-SUC          PIC 9(03).
              10 SM-SOCIO        PIC 9(10).
           05 SM-NOMBRE          PIC X(20).
           05 SM-DNI             PIC 9(08).
           05 SM-SALDO           PIC S9(09)V99.
           05 SM-FEC-VENC        PIC 9(08).
           05 FILLER             PIC X(10).

      * TASAS PUNITORIAS (mismo layout que en BCOSOC01): orden
      * ascendente de vigencia, cada tasa rige hasta la siguiente
       FD  TASAS-FILE.
       01  TASA-REC.
           05 TS-VIG-DESDE       PIC 9(08).
           05 TS-TASA-DIARIA     PIC 9V9(6).

      * PARAMETROS CONTABLES POR BANDA (mismo layout que en BCOSOC01)
      *   PC-BANDA: 1 a 4 = prevision por banda de mora /
      *   0 = cuentas del punitorio devengado (BCOSOC10)
       FD  PARAMCON-FILE.
       01  PARAMCON-REC.
           05 PC-BANDA           PIC 9(01).
           05 PC-PCT             PIC 9(03)V99.
           05 PC-CTA-DEBE        PIC 9(08).
           05 PC-CTA-HABER       PIC 9(08).

      * MAESTRO DE SUCURSALES (mismo layout que en BCOSOC01)
      *   SU-ESTADO: A = activa / C = cerrada
       FD  SUCURSALES-FILE.
       01  SUCURSAL-REC.
           05 SU-NUM             PIC 9(03).
           05 SU-NOMBRE          PIC X(20).
           05 SU-REGION          PIC 9(02).
           05 SU-ESTADO          PIC X(01).

      * UMBRALES DE APROBACION (mismo layout que en BCOSOC02)
       FD  APRPARAM-FILE.
       01  APRPARAM-REC.
           05 AP-UMBRAL-SALDO    PIC 9(09)V99.
           05 AP-UMBRAL-REVERSO  PIC 9(09)V99.

      * CANTIDAD DE CUOTAS DE LOS CONVENIOS (mismo layout que en
      * BCOSOC05)
       FD  CONVPARM-FILE.
       01  CONVPARM-REC.
           05 CP-CANT-CUOTAS     PIC 9(03).
      *-----------------------
       WORKING-STORAGE SECTION.
    ****************** variable de trabajo**************
    ****************************************************
       01  ws-estados-archivo.
           03 ws-fs-novedad     pic x(02).
           03 ws-fs-decisiones  pic x(02).
           03 ws-fs-pendientes  pic x(02).
           03 ws-fs-auditoria   pic x(02).
           03 ws-fs-excepcion   pic x(02).
           03 ws-fs-socios      pic x(02).
           03 ws-fs-tasas       pic x(02).
           03 ws-fs-paramcon    pic x(02).
           03 ws-fs-sucursales  pic x(02).
           03 ws-fs-aprparam    pic x(02).
           03 ws-fs-convparm    pic x(02).
           03 ws-fs-tabla       pic x(02).

       01  ws-switches.
           03 ws-sw-eof-novedad    pic x(01) value "N".
              88 ws-eof-novedad         value "S".
           03 ws-sw-eof-decision   pic x(01) value "N".
              88 ws-eof-decision        value "S".
           03 ws-sw-eof-tabla      pic x(01) value "N".
              88 ws-eof-tabla           value "S".
           03 ws-sw-eof-socios     pic x(01) value "N".
              88 ws-eof-socios          value "S".
           03 ws-sw-socios         pic x(01) value "N".
              88 ws-socios-disp         value "S".
           03 ws-sw-cambio         pic x(01) value "N".
              88 ws-cambio-valido       value "S".
           03 ws-sw-requiere       pic x(01) value "N".
              88 ws-requiere-aprob      value "S".
           03 ws-sw-pend-existe    pic x(01) value "N".
              88 ws-pend-existe         value "S".
           03 ws-sw-graba-tasas    pic x(01) value "N".
              88 ws-graba-tasas         value "S".
           03 ws-sw-graba-paramcon pic x(01) value "N".
              88 ws-graba-paramcon      value "S".
           03 ws-sw-graba-suc      pic x(01) value "N".
              88 ws-graba-sucursales    value "S".
           03 ws-sw-graba-aprparam pic x(01) value "N".
              88 ws-graba-aprparam      value "S".
           03 ws-sw-graba-convparm pic x(01) value "N".
              88 ws-graba-convparm      value "S".

       01  ws-fecha-hora.
           03 ws-fecha-hoy      pic 9(08).
           03 ws-fec-aux        pic 9(08).
           03 ws-fec-aux-r redefines ws-fec-aux.
              05 ws-aux-aaaa    pic 9(04).
              05 ws-aux-mm      pic 9(02).
              05 ws-aux-dd      pic 9(02).

      * transaccion en curso, venga de PARMNOV o de un pendiente
      * aprobado; la imagen lleva el layout de la tabla
       01  ws-cambio.
           03 ws-cb-tabla       pic x(08).
           03 ws-cb-tipo        pic x(01).
           03 ws-cb-imagen      pic x(30).
           03 ws-cb-img-tasa redefines ws-cb-imagen.
              05 ws-cb-ts-vig     pic 9(08).
              05 ws-cb-ts-tasa    pic 9v9(6).
              05 filler           pic x(15).
           03 ws-cb-img-paramcon redefines ws-cb-imagen.
              05 ws-cb-pc-banda   pic 9(01).
              05 ws-cb-pc-pct     pic 9(03)v99.
              05 ws-cb-pc-debe    pic 9(08).
              05 ws-cb-pc-haber   pic 9(08).
              05 filler           pic x(08).
           03 ws-cb-img-sucursal redefines ws-cb-imagen.
              05 ws-cb-su-num     pic 9(03).
              05 ws-cb-su-nombre  pic x(20).
              05 ws-cb-su-region  pic 9(02).
              05 ws-cb-su-estado  pic x(01).
              05 filler           pic x(04).
           03 ws-cb-img-aprparam redefines ws-cb-imagen.
              05 ws-cb-ap-saldo   pic 9(09)v99.
              05 ws-cb-ap-reverso pic 9(09)v99.
              05 filler           pic x(08).
           03 ws-cb-img-convparm redefines ws-cb-imagen.
              05 ws-cb-cp-cuotas  pic 9(03).
              05 filler           pic x(27).
           03 ws-cb-item        pic 9(08).
           03 ws-cb-operador    pic x(08).
           03 ws-cb-aprobador   pic x(08).

      * imagen vigente del registro que toca la transaccion
       01  ws-anterior.
           03 ws-img-anterior   pic x(30).
           03 ws-ia-tasa redefines ws-img-anterior.
              05 ws-ia-ts-vig     pic 9(08).
              05 ws-ia-ts-tasa    pic 9v9(6).
              05 filler           pic x(15).
           03 ws-ia-paramcon redefines ws-img-anterior.
              05 ws-ia-pc-banda   pic 9(01).
              05 ws-ia-pc-pct     pic 9(03)v99.
              05 ws-ia-pc-debe    pic 9(08).
              05 ws-ia-pc-haber   pic 9(08).
              05 filler           pic x(08).
           03 ws-ia-sucursal redefines ws-img-anterior.
              05 ws-ia-su-num     pic 9(03).
              05 ws-ia-su-nombre  pic x(20).
              05 ws-ia-su-region  pic 9(02).
              05 ws-ia-su-estado  pic x(01).
              05 filler           pic x(04).
           03 ws-ia-aprparam redefines ws-img-anterior.
              05 ws-ia-ap-saldo   pic 9(09)v99.
              05 ws-ia-ap-reverso pic 9(09)v99.
              05 filler           pic x(08).
           03 ws-ia-convparm redefines ws-img-anterior.
              05 ws-ia-cp-cuotas  pic 9(03).
              05 filler           pic x(27).
           03 ws-img-posterior  pic x(30).

      * cuenta del mayor a validar: 8 digitos, el primero es el
      * rubro del plan de cuentas (1 a 6)
       01  ws-cuenta.
           03 ws-cta-aux        pic 9(08).
           03 ws-cta-aux-r redefines ws-cta-aux.
              05 ws-cta-rubro   pic 9(01).
              05 filler         pic 9(07).

      * tabla de tasas en orden ascendente de vigencia (mismo tope
      * que BCOSOC01)
       01  ws-tabla-tasas.
           03 ws-max-tasas      pic 9(03) comp value 100.
           03 ws-cant-tasas     pic 9(03) comp value zero.
           03 ws-tasa-e occurs 100 times.
              05 ws-tas-vig       pic 9(08).
              05 ws-tas-valor     pic 9v9(6).
           03 ws-ix-tasa        pic 9(03) comp.
           03 ws-ix-enc         pic 9(03) comp.
           03 ws-ix-dest        pic 9(03) comp.

      * parametros contables por banda (posicion = banda + 1)
       01  ws-tabla-paramcon.
           03 ws-pc-e occurs 5 times.
              05 ws-pc-existe     pic x(01).
              05 ws-pc-pct        pic 9(03)v99.
              05 ws-pc-debe       pic 9(08).
              05 ws-pc-haber      pic 9(08).
           03 ws-ix-banda       pic 9(02) comp.

      * maestro de sucursales (posicion = sucursal + 1)
       01  ws-tabla-sucursales.
           03 ws-su-e occurs 1000 times.
              05 ws-su-existe     pic x(01).
              05 ws-su-nombre     pic x(20).
              05 ws-su-region     pic 9(02).
              05 ws-su-estado     pic x(01).
           03 ws-ix-suc         pic 9(04) comp.

      * registros unicos de APRPARAM y CONVPARM
       01  ws-parametros-unicos.
           03 ws-ap-existe      pic x(01) value "N".
           03 ws-ap-saldo       pic 9(09)v99 value zero.
           03 ws-ap-reverso     pic 9(09)v99 value zero.
           03 ws-cp-existe      pic x(01) value "N".
           03 ws-cp-cuotas      pic 9(03) value zero.

       01  ws-contadores.
           03 ws-cant-leidas    pic 9(07) comp value zero.
           03 ws-cant-aplicadas pic 9(07) comp value zero.
           03 ws-cant-rechazos  pic 9(07) comp value zero.
           03 ws-cant-pendientes pic 9(07) comp value zero.
           03 ws-cant-decisiones pic 9(07) comp value zero.
           03 ws-cant-aprobadas pic 9(07) comp value zero.
           03 ws-cant-denegadas pic 9(07) comp value zero.
           03 ws-cant-socios-suc pic 9(07) comp value zero.
           03 ws-cant-deudores  pic 9(07) comp value zero.

       01  ws-exc-campos.
           03 ws-exc-fecha      pic 9(08).
           03 ws-exc-hora       pic 9(08).
           03 ws-exc-campo      pic x(12).
           03 ws-exc-valor      pic x(15).
           03 ws-exc-valor-num  pic z(14)9.
           03 ws-exc-detalle    pic x(40).
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      ******************************************************************
      * 0000-MAINLINE - programa principal: primero las decisiones
      * sobre los pendientes de corridas anteriores, despues las
      * novedades del dia; cada cambio aplicado regraba su tabla
      * antes de quedar en la pista de auditoria
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 1100-CARGAR-TASAS THRU 1100-EXIT.
           PERFORM 1200-CARGAR-PARAMCON THRU 1200-EXIT.
           PERFORM 1300-CARGAR-SUCURSALES THRU 1300-EXIT.
           PERFORM 1400-CARGAR-UNICOS THRU 1400-EXIT.
           PERFORM 2000-PROCESAR-DECISIONES THRU 2000-EXIT.
           PERFORM 3000-PROCESAR-NOVEDADES THRU 3000-EXIT.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.
      ******************************************************************
      * 1000-INICIALIZAR - apertura de archivos y variables globales;
      * SOCIOS solo hace falta para cerrar o dar de baja sucursales
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           OPEN EXTEND AUDITORIA-FILE.
           IF WS-FS-AUDITORIA = "35"
               OPEN OUTPUT AUDITORIA-FILE
           END-IF.
           IF WS-FS-AUDITORIA NOT = "00"
               DISPLAY "ERROR: no se pudo abrir la pista de auditoria "
                       "de parametros - file status " WS-FS-AUDITORIA
               STOP RUN
           END-IF.
           OPEN OUTPUT EXCEPCION-FILE.
           IF WS-FS-EXCEPCION NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el log de excepciones "
                       "- file status " WS-FS-EXCEPCION
               STOP RUN
           END-IF.
           OPEN I-O PENDIENTES-FILE.
           IF WS-FS-PENDIENTES = "35"
               OPEN OUTPUT PENDIENTES-FILE
               CLOSE PENDIENTES-FILE
               OPEN I-O PENDIENTES-FILE
           END-IF.
           IF WS-FS-PENDIENTES NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de "
                       "pendientes - file status " WS-FS-PENDIENTES
               STOP RUN
           END-IF.
           OPEN INPUT SOCIOS-FILE.
           IF WS-FS-SOCIOS = "00"
               MOVE "S" TO ws-sw-socios
           END-IF.
           PERFORM 1010-LIMPIAR-SUCURSAL THRU 1010-EXIT
               VARYING ws-ix-suc FROM 1 BY 1
               UNTIL ws-ix-suc > 1000.
           PERFORM 1020-LIMPIAR-BANDA THRU 1020-EXIT
               VARYING ws-ix-banda FROM 1 BY 1
               UNTIL ws-ix-banda > 5.
       1000-EXIT.
           EXIT.

       1010-LIMPIAR-SUCURSAL.
           MOVE "N"    TO ws-su-existe(ws-ix-suc).
           MOVE SPACES TO ws-su-nombre(ws-ix-suc).
           MOVE ZERO   TO ws-su-region(ws-ix-suc).
           MOVE SPACE  TO ws-su-estado(ws-ix-suc).
       1010-EXIT.
           EXIT.

       1020-LIMPIAR-BANDA.
           MOVE "N"  TO ws-pc-existe(ws-ix-banda).
           MOVE ZERO TO ws-pc-pct(ws-ix-banda).
           MOVE ZERO TO ws-pc-debe(ws-ix-banda).
           MOVE ZERO TO ws-pc-haber(ws-ix-banda).
       1020-EXIT.
           EXIT.
      ******************************************************************
      * 1100 a 1400 - carga de las tablas vigentes; un registro que
      * los programas de la cadena ya descartan (invalido o fuera de
      * orden) queda en excepciones y no se vuelve a grabar si la
      * tabla se regraba
      ******************************************************************
       1100-CARGAR-TASAS.
           OPEN INPUT TASAS-FILE.
           IF WS-FS-TASAS NOT = "00"
               GO TO 1100-EXIT
           END-IF.
           MOVE "N" TO ws-sw-eof-tabla.
           PERFORM 1110-LEER-TASA THRU 1110-EXIT.
           PERFORM 1120-GUARDAR-TASA THRU 1120-EXIT
               UNTIL ws-eof-tabla.
           CLOSE TASAS-FILE.
       1100-EXIT.
           EXIT.

       1110-LEER-TASA.
           READ TASAS-FILE
               AT END
                   SET ws-eof-tabla TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

       1120-GUARDAR-TASA.
           IF TS-VIG-DESDE NOT NUMERIC OR TS-TASA-DIARIA NOT NUMERIC
               OR ws-cant-tasas NOT < ws-max-tasas
               OR (ws-cant-tasas > ZERO
                   AND TS-VIG-DESDE NOT > ws-tas-vig(ws-cant-tasas))
               MOVE "TASAS"        TO ws-exc-campo
               MOVE TS-VIG-DESDE   TO ws-exc-valor
               MOVE "TASAS: registro invalido, descartado"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 1120-SIGUIENTE
           END-IF.
           ADD 1 TO ws-cant-tasas.
           MOVE TS-VIG-DESDE   TO ws-tas-vig(ws-cant-tasas).
           MOVE TS-TASA-DIARIA TO ws-tas-valor(ws-cant-tasas).
       1120-SIGUIENTE.
           PERFORM 1110-LEER-TASA THRU 1110-EXIT.
       1120-EXIT.
           EXIT.

       1200-CARGAR-PARAMCON.
           OPEN INPUT PARAMCON-FILE.
           IF WS-FS-PARAMCON NOT = "00"
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO ws-sw-eof-tabla.
           PERFORM 1210-LEER-PARAMCON THRU 1210-EXIT.
           PERFORM 1220-GUARDAR-PARAMCON THRU 1220-EXIT
               UNTIL ws-eof-tabla.
           CLOSE PARAMCON-FILE.
       1200-EXIT.
           EXIT.

       1210-LEER-PARAMCON.
           READ PARAMCON-FILE
               AT END
                   SET ws-eof-tabla TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-GUARDAR-PARAMCON.
           IF PC-BANDA NOT NUMERIC OR PC-BANDA > 4
               MOVE "PARAMCON"     TO ws-exc-campo
               MOVE PC-BANDA       TO ws-exc-valor
               MOVE "PARAMCON: registro invalido, descartado"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 1220-SIGUIENTE
           END-IF.
           COMPUTE ws-ix-banda = PC-BANDA + 1.
           MOVE "S"          TO ws-pc-existe(ws-ix-banda).
           MOVE PC-PCT       TO ws-pc-pct(ws-ix-banda).
           MOVE PC-CTA-DEBE  TO ws-pc-debe(ws-ix-banda).
           MOVE PC-CTA-HABER TO ws-pc-haber(ws-ix-banda).
       1220-SIGUIENTE.
           PERFORM 1210-LEER-PARAMCON THRU 1210-EXIT.
       1220-EXIT.
           EXIT.

       1300-CARGAR-SUCURSALES.
           OPEN INPUT SUCURSALES-FILE.
           IF WS-FS-SUCURSALES NOT = "00"
               GO TO 1300-EXIT
           END-IF.
           MOVE "N" TO ws-sw-eof-tabla.
           PERFORM 1310-LEER-SUCURSAL THRU 1310-EXIT.
           PERFORM 1320-GUARDAR-SUCURSAL THRU 1320-EXIT
               UNTIL ws-eof-tabla.
           CLOSE SUCURSALES-FILE.
       1300-EXIT.
           EXIT.

       1310-LEER-SUCURSAL.
           READ SUCURSALES-FILE
               AT END
                   SET ws-eof-tabla TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.

       1320-GUARDAR-SUCURSAL.
           IF SU-NUM NOT NUMERIC
               MOVE "SUCURSAL"     TO ws-exc-campo
               MOVE SU-NUM         TO ws-exc-valor
               MOVE "SUCURSAL: registro invalido, descartado"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 1320-SIGUIENTE
           END-IF.
           COMPUTE ws-ix-suc = SU-NUM + 1.
           MOVE "S"       TO ws-su-existe(ws-ix-suc).
           MOVE SU-NOMBRE TO ws-su-nombre(ws-ix-suc).
           MOVE SU-REGION TO ws-su-region(ws-ix-suc).
           MOVE SU-ESTADO TO ws-su-estado(ws-ix-suc).
       1320-SIGUIENTE.
           PERFORM 1310-LEER-SUCURSAL THRU 1310-EXIT.
       1320-EXIT.
           EXIT.

       1400-CARGAR-UNICOS.
           OPEN INPUT APRPARAM-FILE.
           IF WS-FS-APRPARAM = "00"
               READ APRPARAM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S"               TO ws-ap-existe
                       MOVE AP-UMBRAL-SALDO   TO ws-ap-saldo
                       MOVE AP-UMBRAL-REVERSO TO ws-ap-reverso
               END-READ
               CLOSE APRPARAM-FILE
           END-IF.
           OPEN INPUT CONVPARM-FILE.
           IF WS-FS-CONVPARM = "00"
               READ CONVPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S"            TO ws-cp-existe
                       MOVE CP-CANT-CUOTAS TO ws-cp-cuotas
               END-READ
               CLOSE CONVPARM-FILE
           END-IF.
       1400-EXIT.
           EXIT.
      ******************************************************************
      * 2000 - decisiones del segundo operador sobre los pendientes:
      * el aprobador debe venir informado y ser distinto del que
      * cargo el cambio; al aprobar se vuelve a validar contra las
      * tablas de hoy y el registro no tiene que haber cambiado desde
      * que se cargo el pendiente
      ******************************************************************
       2000-PROCESAR-DECISIONES.
           OPEN INPUT DECISIONES-FILE.
           IF WS-FS-DECISIONES NOT = "00"
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2010-LEER-DECISION THRU 2010-EXIT.
           PERFORM 2100-PROCESAR-DECISION THRU 2100-EXIT
               UNTIL ws-eof-decision.
           CLOSE DECISIONES-FILE.
       2000-EXIT.
           EXIT.

       2010-LEER-DECISION.
           READ DECISIONES-FILE
               AT END
                   SET ws-eof-decision TO TRUE
               NOT AT END
                   ADD 1 TO ws-cant-decisiones
           END-READ.
       2010-EXIT.
           EXIT.

       2100-PROCESAR-DECISION.
           IF DP-DECISION NOT = "A" AND DP-DECISION NOT = "R"
               MOVE "DECISION"     TO ws-exc-campo
               MOVE DP-DECISION    TO ws-exc-valor
               MOVE "Decision no es A ni R"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 2100-SIGUIENTE
           END-IF.
           IF DP-APROBADOR = SPACES
               MOVE "APROBADOR"    TO ws-exc-campo
               MOVE DP-TABLA       TO ws-exc-valor
               MOVE "Decision sin legajo de aprobador"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 2100-SIGUIENTE
           END-IF.
           MOVE "N"      TO ws-sw-pend-existe.
           MOVE DP-TABLA TO PP-TABLA.
           MOVE DP-ITEM  TO PP-ITEM.
           MOVE DP-TIPO  TO PP-TIPO.
           READ PENDIENTES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ws-sw-pend-existe
           END-READ.
           IF NOT ws-pend-existe
               MOVE "PENDIENTE"    TO ws-exc-campo
               MOVE DP-TABLA       TO ws-exc-valor
               MOVE "No hay pendiente para esa tabla e item"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 2100-SIGUIENTE
           END-IF.
           IF DP-APROBADOR = PP-OPERADOR
               MOVE "APROBADOR"    TO ws-exc-campo
               MOVE DP-APROBADOR   TO ws-exc-valor
               MOVE "Aprobador igual al operador que cargo"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 2100-SIGUIENTE
           END-IF.
           IF DP-DECISION = "R"
               MOVE PP-TABLA       TO ws-exc-campo
               MOVE PP-ITEM        TO ws-exc-valor-num
               MOVE ws-exc-valor-num TO ws-exc-valor
               MOVE "Cambio rechazado por el aprobador"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               ADD 1 TO ws-cant-denegadas
               PERFORM 2200-BORRAR-PENDIENTE THRU 2200-EXIT
               GO TO 2100-SIGUIENTE
           END-IF.
           MOVE PP-TABLA     TO ws-cb-tabla.
           MOVE PP-TIPO      TO ws-cb-tipo.
           MOVE PP-IMAGEN    TO ws-cb-imagen.
           MOVE PP-ITEM      TO ws-cb-item.
           MOVE PP-OPERADOR  TO ws-cb-operador.
           MOVE DP-APROBADOR TO ws-cb-aprobador.
           PERFORM 4000-VALIDAR-CAMBIO THRU 4000-EXIT.
           IF NOT ws-cambio-valido
               PERFORM 2200-BORRAR-PENDIENTE THRU 2200-EXIT
               GO TO 2100-SIGUIENTE
           END-IF.
           PERFORM 4900-IMAGEN-VIGENTE THRU 4900-EXIT.
           IF ws-img-anterior NOT = PP-IMG-ANTERIOR
               MOVE PP-TABLA       TO ws-exc-campo
               MOVE PP-ITEM        TO ws-exc-valor-num
               MOVE ws-exc-valor-num TO ws-exc-valor
               MOVE "Registro cambiado desde la carga"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               PERFORM 2200-BORRAR-PENDIENTE THRU 2200-EXIT
               GO TO 2100-SIGUIENTE
           END-IF.
           PERFORM 5000-APLICAR-CAMBIO THRU 5000-EXIT.
           ADD 1 TO ws-cant-aprobadas.
           PERFORM 2200-BORRAR-PENDIENTE THRU 2200-EXIT.
       2100-SIGUIENTE.
           PERFORM 2010-LEER-DECISION THRU 2010-EXIT.
       2100-EXIT.
           EXIT.

       2200-BORRAR-PENDIENTE.
           DELETE PENDIENTES-FILE RECORD
               INVALID KEY
                   DISPLAY "ERROR: no se pudo borrar de PARMPEND el "
                           "pendiente decidido - file status "
                           WS-FS-PENDIENTES
                   STOP RUN
           END-DELETE.
       2200-EXIT.
           EXIT.
      ******************************************************************
      * 3000 - novedades del dia: se validan, y se aplican o, si son
      * cambios de tasas, porcentajes o umbrales, se derivan a los
      * pendientes del segundo operador
      ******************************************************************
       3000-PROCESAR-NOVEDADES.
           OPEN INPUT NOVEDADES-FILE.
           IF WS-FS-NOVEDAD NOT = "00"
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3010-LEER-NOVEDAD THRU 3010-EXIT.
           PERFORM 3100-PROCESAR-NOVEDAD THRU 3100-EXIT
               UNTIL ws-eof-novedad.
           CLOSE NOVEDADES-FILE.
       3000-EXIT.
           EXIT.

       3010-LEER-NOVEDAD.
           READ NOVEDADES-FILE
               AT END
                   SET ws-eof-novedad TO TRUE
               NOT AT END
                   ADD 1 TO ws-cant-leidas
           END-READ.
       3010-EXIT.
           EXIT.

       3100-PROCESAR-NOVEDAD.
      * auditoria exige saber quien cargo cada transaccion: una
      * novedad sin legajo de operador no se procesa
           IF PN-OPERADOR = SPACES
               MOVE "OPERADOR"     TO ws-exc-campo
               MOVE PN-TABLA       TO ws-exc-valor
               MOVE "Novedad sin legajo de operador"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 3100-SIGUIENTE
           END-IF.
           IF PN-TIPO NOT = "A" AND PN-TIPO NOT = "B"
               AND PN-TIPO NOT = "M"
               MOVE "TIPO-NOVEDAD" TO ws-exc-campo
               MOVE PN-TIPO        TO ws-exc-valor
               MOVE "Tipo de novedad no es A, B ni M"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 3100-SIGUIENTE
           END-IF.
           MOVE PN-TABLA    TO ws-cb-tabla.
           MOVE PN-TIPO     TO ws-cb-tipo.
           MOVE PN-IMAGEN   TO ws-cb-imagen.
           MOVE ZERO        TO ws-cb-item.
           MOVE PN-OPERADOR TO ws-cb-operador.
           MOVE SPACES      TO ws-cb-aprobador.
           PERFORM 4000-VALIDAR-CAMBIO THRU 4000-EXIT.
           IF NOT ws-cambio-valido
               GO TO 3100-SIGUIENTE
           END-IF.
           PERFORM 4900-IMAGEN-VIGENTE THRU 4900-EXIT.
           PERFORM 4800-REQUIERE-APROBACION THRU 4800-EXIT.
           IF ws-requiere-aprob
               PERFORM 3600-DERIVAR-PENDIENTE THRU 3600-EXIT
           ELSE
               PERFORM 5000-APLICAR-CAMBIO THRU 5000-EXIT
           END-IF.
       3100-SIGUIENTE.
           PERFORM 3010-LEER-NOVEDAD THRU 3010-EXIT.
       3100-EXIT.
           EXIT.
      ******************************************************************
      * 3600 - derivacion del cambio al archivo de pendientes con la
      * imagen vigente; una nueva presentacion de la misma tabla,
      * item y tipo reemplaza a la que esperaba aprobacion
      ******************************************************************
       3600-DERIVAR-PENDIENTE.
           MOVE ws-cb-tabla     TO PP-TABLA.
           MOVE ws-cb-item      TO PP-ITEM.
           MOVE ws-cb-tipo      TO PP-TIPO.
           MOVE ws-cb-imagen    TO PP-IMAGEN.
           MOVE ws-img-anterior TO PP-IMG-ANTERIOR.
           MOVE ws-cb-operador  TO PP-OPERADOR.
           MOVE ws-fecha-hoy    TO PP-FECHA.
           ACCEPT PP-HORA FROM TIME.
           WRITE PENDIENTE-PARM-REC
               INVALID KEY
                   REWRITE PENDIENTE-PARM-REC
           END-WRITE.
           IF WS-FS-PENDIENTES NOT = "00"
               DISPLAY "ERROR: fallo de grabacion en PARMPEND - file "
                       "status " WS-FS-PENDIENTES
               STOP RUN
           END-IF.
           ADD 1 TO ws-cant-pendientes.
       3600-EXIT.
           EXIT.
      ******************************************************************
      * 4000 - validacion de la transaccion segun la tabla; deja el
      * item (vigencia, banda o sucursal) en ws-cb-item
      ******************************************************************
       4000-VALIDAR-CAMBIO.
           MOVE "N" TO ws-sw-cambio.
           EVALUATE ws-cb-tabla
               WHEN "TASAS"
                   PERFORM 4100-VALIDAR-TASA THRU 4100-EXIT
               WHEN "PARAMCON"
                   PERFORM 4200-VALIDAR-PARAMCON THRU 4200-EXIT
               WHEN "SUCURSAL"
                   PERFORM 4300-VALIDAR-SUCURSAL THRU 4300-EXIT
               WHEN "APRPARAM"
                   PERFORM 4400-VALIDAR-APRPARAM THRU 4400-EXIT
               WHEN "CONVPARM"
                   PERFORM 4500-VALIDAR-CONVPARM THRU 4500-EXIT
               WHEN OTHER
                   MOVE "TABLA"        TO ws-exc-campo
                   MOVE ws-cb-tabla    TO ws-exc-valor
                   MOVE "Tabla de parametros desconocida"
                                       TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
           END-EVALUATE.
       4000-EXIT.
           EXIT.
      ******************************************************************
      * 4100 - TASAS: cada tasa rige desde su vigencia hasta la
      * siguiente, asi que una vigencia repetida es una superposicion
      * y lo anterior a la primera vigencia es un hueco (BCOSOC01 lo
      * cubre con la tasa por omision); lo ya corrido no se toca: una
      * vigencia que empezo no se modifica ni se da de baja, y una
      * nueva no puede empezar antes de hoy salvo para cubrir el
      * hueco anterior a la primera
      ******************************************************************
       4100-VALIDAR-TASA.
           MOVE "TASAS" TO ws-exc-campo.
           MOVE ws-cb-ts-vig TO ws-fec-aux.
           IF ws-cb-ts-vig NOT NUMERIC
               OR ws-aux-aaaa < 1900
               OR ws-aux-mm < 1 OR ws-aux-mm > 12
               OR ws-aux-dd < 1 OR ws-aux-dd > 31
               MOVE ws-cb-ts-vig   TO ws-exc-valor
               MOVE "Fecha de vigencia invalida"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 4100-EXIT
           END-IF.
           MOVE ws-cb-ts-vig TO ws-cb-item.
           MOVE ws-cb-ts-vig TO ws-exc-valor.
           PERFORM 4150-BUSCAR-TASA THRU 4150-EXIT.
           IF ws-cb-tipo NOT = "B"
               IF ws-cb-ts-tasa NOT NUMERIC OR ws-cb-ts-tasa = ZERO
                   OR ws-cb-ts-tasa > 1
                   MOVE "Tasa diaria nula o mayor a 1"
                                       TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
                   GO TO 4100-EXIT
               END-IF
           END-IF.
           IF ws-cb-tipo = "A"
               IF ws-ix-enc > ZERO
                   MOVE "Superposicion: la vigencia ya existe"
                                       TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
                   GO TO 4100-EXIT
               END-IF
               IF ws-cant-tasas NOT < ws-max-tasas
                   MOVE "Tabla de tasas llena"
                                       TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
                   GO TO 4100-EXIT
               END-IF
               IF ws-cb-ts-vig < ws-fecha-hoy AND ws-cant-tasas > ZERO
                   AND ws-cb-ts-vig > ws-tas-vig(1)
                   MOVE "Vigencia retroactiva dentro de la tabla"
                                       TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
                   GO TO 4100-EXIT
               END-IF
               MOVE "S" TO ws-sw-cambio
               GO TO 4100-EXIT
           END-IF.
           IF ws-ix-enc = ZERO
               MOVE "Vigencia inexistente en TASAS"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 4100-EXIT
           END-IF.
           IF ws-cb-ts-vig NOT > ws-fecha-hoy
               MOVE "Vigencia ya en curso, cargar una nueva"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 4100-EXIT
           END-IF.
           IF ws-cb-tipo = "B" AND ws-ix-enc = 1 AND ws-cant-tasas > 1
               MOVE "Baja de la 1ra. vigencia abre un hueco"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 4100-EXIT
           END-IF.
           MOVE "S" TO ws-sw-cambio.
       4100-EXIT.
           EXIT.

       4150-BUSCAR-TASA.
           MOVE ZERO TO ws-ix-enc.
           PERFORM 4160-COMPARAR-TASA THRU 4160-EXIT
               VARYING ws-ix-tasa FROM 1 BY 1
               UNTIL ws-ix-tasa > ws-cant-tasas OR ws-ix-enc > ZERO.
       4150-EXIT.
           EXIT.

       4160-COMPARAR-TASA.
           IF ws-tas-vig(ws-ix-tasa) = ws-cb-ts-vig
               MOVE ws-ix-tasa TO ws-ix-enc
           END-IF.
       4160-EXIT.
           EXIT.
      ******************************************************************
      * 4200 - PARAMCON: bandas 0 a 4, porcentaje de 0 a 100 y
      * cuentas del mayor validas y distintas entre si
      ******************************************************************
       4200-VALIDAR-PARAMCON.
           MOVE "PARAMCON" TO ws-exc-campo.
           IF ws-cb-pc-banda NOT NUMERIC OR ws-cb-pc-banda > 4
               MOVE ws-cb-pc-banda TO ws-exc-valor
               MOVE "Banda fuera de rango 0-4"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 4200-EXIT
           END-IF.
           MOVE ws-cb-pc-banda TO ws-cb-item.
           MOVE ws-cb-pc-banda TO ws-exc-valor.
           COMPUTE ws-ix-banda = ws-cb-pc-banda + 1.
           IF ws-cb-tipo = "A" AND ws-pc-existe(ws-ix-banda) = "S"
               MOVE "Alta rechazada: la banda ya existe"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 4200-EXIT
           END-IF.
           IF ws-cb-tipo NOT = "A" AND ws-pc-existe(ws-ix-banda) = "N"
               MOVE "Banda inexistente en PARAMCON"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 4200-EXIT
           END-IF.
           IF ws-cb-tipo = "B"
               MOVE "S" TO ws-sw-cambio
               GO TO 4200-EXIT
           END-IF.
           IF ws-cb-pc-pct NOT NUMERIC OR ws-cb-pc-pct > 100
               MOVE "Porcentaje invalido (0 a 100)"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 4200-EXIT
           END-IF.
           IF ws-cb-pc-debe NOT NUMERIC OR ws-cb-pc-haber NOT NUMERIC
               MOVE "Cuenta del mayor no numerica"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 4200-EXIT
           END-IF.
           MOVE ws-cb-pc-debe TO ws-cta-aux.
           PERFORM 4250-VALIDAR-CUENTA THRU 4250-EXIT.
           IF NOT ws-cambio-valido
               GO TO 4200-EXIT
           END-IF.
           MOVE ws-cb-pc-haber TO ws-cta-aux.
           PERFORM 4250-VALIDAR-CUENTA THRU 4250-EXIT.
           IF NOT ws-cambio-valido
               GO TO 4200-EXIT
           END-IF.
           IF ws-cb-pc-debe = ws-cb-pc-haber
               MOVE "N" TO ws-sw-cambio
               MOVE "Cuenta debe igual a cuenta haber"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

       4250-VALIDAR-CUENTA.
           MOVE "N" TO ws-sw-cambio.
           IF ws-cta-aux < 10000000
               OR ws-cta-rubro > 6
               MOVE ws-cta-aux     TO ws-exc-valor
               MOVE "Cuenta del mayor invalida"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 4250-EXIT
           END-IF.
           MOVE "S" TO ws-sw-cambio.
       4250-EXIT.
           EXIT.
      ******************************************************************
      * 4300 - SUCURSAL: numero 1 a 100 y region hasta 20 (mismos
      * rangos que BCOSOC01); una sucursal no se cierra mientras
      * tenga deudores ni se da de baja mientras tenga socios
      ******************************************************************
       4300-VALIDAR-SUCURSAL.
           MOVE "SUCURSAL" TO ws-exc-campo.
           IF ws-cb-su-num NOT NUMERIC
               OR ws-cb-su-num < 1 OR ws-cb-su-num > 100
               MOVE ws-cb-su-num   TO ws-exc-valor
               MOVE "Numero de sucursal fuera de rango 1-100"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 4300-EXIT
           END-IF.
           MOVE ws-cb-su-num TO ws-cb-item.
           MOVE ws-cb-su-num TO ws-exc-valor.
           COMPUTE ws-ix-suc = ws-cb-su-num + 1.
           IF ws-cb-tipo = "A" AND ws-su-existe(ws-ix-suc) = "S"
               MOVE "Alta rechazada: la sucursal ya existe"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 4300-EXIT
           END-IF.
           IF ws-cb-tipo NOT = "A" AND ws-su-existe(ws-ix-suc) = "N"
               MOVE "Sucursal inexistente en SUCURSAL"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 4300-EXIT
           END-IF.
           IF ws-cb-tipo = "B"
               PERFORM 4350-CONTAR-SOCIOS THRU 4350-EXIT
               IF ws-cant-socios-suc > ZERO
                   MOVE "Baja rechazada: la sucursal tiene socios"
                                       TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
                   GO TO 4300-EXIT
               END-IF
               MOVE "S" TO ws-sw-cambio
               GO TO 4300-EXIT
           END-IF.
           IF ws-cb-su-nombre = SPACES
               MOVE "Sucursal sin nombre"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 4300-EXIT
           END-IF.
           IF ws-cb-su-region NOT NUMERIC OR ws-cb-su-region > 20
               MOVE "Region fuera de rango"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 4300-EXIT
           END-IF.
           IF ws-cb-su-estado NOT = "A" AND ws-cb-su-estado NOT = "C"
               MOVE "Estado de sucursal no es A ni C"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 4300-EXIT
           END-IF.
           IF ws-cb-su-estado = "C" AND ws-cb-tipo = "M"
               AND ws-su-estado(ws-ix-suc) NOT = "C"
               PERFORM 4350-CONTAR-SOCIOS THRU 4350-EXIT
               IF ws-cant-deudores > ZERO
                   MOVE "Cierre rechazado: sucursal con deudores"
                                       TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
                   GO TO 4300-EXIT
               END-IF
           END-IF.
           MOVE "S" TO ws-sw-cambio.
       4300-EXIT.
           EXIT.

      * socios y deudores (saldo negativo) de la sucursal; sin el
      * maestro no se puede asegurar que no haya y se cuentan como
      * presentes
       4350-CONTAR-SOCIOS.
           MOVE ZERO TO ws-cant-socios-suc.
           MOVE ZERO TO ws-cant-deudores.
           IF NOT ws-socios-disp
               MOVE 1 TO ws-cant-socios-suc
               MOVE 1 TO ws-cant-deudores
               GO TO 4350-EXIT
           END-IF.
           MOVE "N"          TO ws-sw-eof-socios.
           MOVE ws-cb-su-num TO SM-SUC.
           MOVE ZERO         TO SM-SOCIO.
           START SOCIOS-FILE KEY IS >= SM-CLAVE
               INVALID KEY SET ws-eof-socios TO TRUE
           END-START.
           PERFORM 4360-LEER-SOCIO THRU 4360-EXIT
               UNTIL ws-eof-socios.
       4350-EXIT.
           EXIT.

       4360-LEER-SOCIO.
           READ SOCIOS-FILE NEXT RECORD
               AT END
                   SET ws-eof-socios TO TRUE
                   GO TO 4360-EXIT
           END-READ.
           IF SM-SUC NOT = ws-cb-su-num
               SET ws-eof-socios TO TRUE
               GO TO 4360-EXIT
           END-IF.
           ADD 1 TO ws-cant-socios-suc.
           IF SM-SALDO < ZERO
               ADD 1 TO ws-cant-deudores
           END-IF.
       4360-EXIT.
           EXIT.
      ******************************************************************
      * 4400 / 4500 - APRPARAM y CONVPARM: registro unico, solo se
      * modifica (si no existe la modificacion lo crea)
      ******************************************************************
       4400-VALIDAR-APRPARAM.
           MOVE "APRPARAM" TO ws-exc-campo.
           MOVE ZERO       TO ws-cb-item.
           MOVE ws-cb-tipo TO ws-exc-valor.
           IF ws-cb-tipo NOT = "M"
               MOVE "APRPARAM solo admite modificacion"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 4400-EXIT
           END-IF.
           IF ws-cb-ap-saldo NOT NUMERIC
               OR ws-cb-ap-reverso NOT NUMERIC
               MOVE "Umbral de aprobacion no numerico"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 4400-EXIT
           END-IF.
           MOVE "S" TO ws-sw-cambio.
       4400-EXIT.
           EXIT.

       4500-VALIDAR-CONVPARM.
           MOVE "CONVPARM" TO ws-exc-campo.
           MOVE ZERO       TO ws-cb-item.
           MOVE ws-cb-tipo TO ws-exc-valor.
           IF ws-cb-tipo NOT = "M"
               MOVE "CONVPARM solo admite modificacion"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 4500-EXIT
           END-IF.
      * mismo rango que acepta BCOSOC05
           IF ws-cb-cp-cuotas NOT NUMERIC
               OR ws-cb-cp-cuotas < 1 OR ws-cb-cp-cuotas > 120
               MOVE "Cantidad de cuotas invalida (1-120)"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 4500-EXIT
           END-IF.
           MOVE "S" TO ws-sw-cambio.
       4500-EXIT.
           EXIT.
      ******************************************************************
      * 4800 - doble intervencion: toda tasa, todo umbral de
      * aprobacion y todo alta, baja o cambio de porcentaje de
      * PARAMCON; las cuentas contables, las sucursales y la
      * cantidad de cuotas se aplican directamente
      ******************************************************************
       4800-REQUIERE-APROBACION.
           MOVE "N" TO ws-sw-requiere.
           EVALUATE ws-cb-tabla
               WHEN "TASAS"
                   MOVE "S" TO ws-sw-requiere
               WHEN "APRPARAM"
                   MOVE "S" TO ws-sw-requiere
               WHEN "PARAMCON"
                   IF ws-cb-tipo NOT = "M"
                       OR ws-cb-pc-pct NOT = ws-ia-pc-pct
                       MOVE "S" TO ws-sw-requiere
                   END-IF
           END-EVALUATE.
       4800-EXIT.
           EXIT.
      ******************************************************************
      * 4900 - imagen vigente del registro de la tabla que toca la
      * transaccion (espacios si no existe)
      ******************************************************************
       4900-IMAGEN-VIGENTE.
           MOVE SPACES TO ws-img-anterior.
           EVALUATE ws-cb-tabla
               WHEN "TASAS"
                   PERFORM 4150-BUSCAR-TASA THRU 4150-EXIT
                   IF ws-ix-enc > ZERO
                       MOVE ws-tas-vig(ws-ix-enc)   TO ws-ia-ts-vig
                       MOVE ws-tas-valor(ws-ix-enc) TO ws-ia-ts-tasa
                   END-IF
               WHEN "PARAMCON"
                   COMPUTE ws-ix-banda = ws-cb-pc-banda + 1
                   IF ws-pc-existe(ws-ix-banda) = "S"
                       MOVE ws-cb-pc-banda TO ws-ia-pc-banda
                       MOVE ws-pc-pct(ws-ix-banda)   TO ws-ia-pc-pct
                       MOVE ws-pc-debe(ws-ix-banda)  TO ws-ia-pc-debe
                       MOVE ws-pc-haber(ws-ix-banda) TO ws-ia-pc-haber
                   END-IF
               WHEN "SUCURSAL"
                   COMPUTE ws-ix-suc = ws-cb-su-num + 1
                   IF ws-su-existe(ws-ix-suc) = "S"
                       MOVE ws-cb-su-num TO ws-ia-su-num
                       MOVE ws-su-nombre(ws-ix-suc) TO ws-ia-su-nombre
                       MOVE ws-su-region(ws-ix-suc) TO ws-ia-su-region
                       MOVE ws-su-estado(ws-ix-suc) TO ws-ia-su-estado
                   END-IF
               WHEN "APRPARAM"
                   IF ws-ap-existe = "S"
                       MOVE ws-ap-saldo   TO ws-ia-ap-saldo
                       MOVE ws-ap-reverso TO ws-ia-ap-reverso
                   END-IF
               WHEN "CONVPARM"
                   IF ws-cp-existe = "S"
                       MOVE ws-cp-cuotas TO ws-ia-cp-cuotas
                   END-IF
           END-EVALUATE.
       4900-EXIT.
           EXIT.
      ******************************************************************
      * 5000 - aplicacion del cambio validado sobre la tabla en
      * memoria, regrabacion de la tabla y recien entonces constancia
      * en la pista de auditoria: una corrida caida no deja cambios
      * auditados como aplicados (ni pendientes aprobados borrados)
      * con la tabla todavia vieja
      ******************************************************************
       5000-APLICAR-CAMBIO.
           IF ws-cb-tipo = "B"
               MOVE SPACES       TO ws-img-posterior
           ELSE
               MOVE ws-cb-imagen TO ws-img-posterior
           END-IF.
           EVALUATE ws-cb-tabla
               WHEN "TASAS"
                   PERFORM 5100-APLICAR-TASA THRU 5100-EXIT
               WHEN "PARAMCON"
                   PERFORM 5200-APLICAR-PARAMCON THRU 5200-EXIT
               WHEN "SUCURSAL"
                   PERFORM 5300-APLICAR-SUCURSAL THRU 5300-EXIT
               WHEN "APRPARAM"
                   MOVE "S"              TO ws-ap-existe
                   MOVE ws-cb-ap-saldo   TO ws-ap-saldo
                   MOVE ws-cb-ap-reverso TO ws-ap-reverso
                   MOVE "S" TO ws-sw-graba-aprparam
               WHEN "CONVPARM"
                   MOVE "S"             TO ws-cp-existe
                   MOVE ws-cb-cp-cuotas TO ws-cp-cuotas
                   MOVE "S" TO ws-sw-graba-convparm
           END-EVALUATE.
           PERFORM 6000-GRABAR-TABLAS THRU 6000-EXIT.
           PERFORM 7000-GRABAR-AUDITORIA THRU 7000-EXIT.
           ADD 1 TO ws-cant-aplicadas.
       5000-EXIT.
           EXIT.

      * la tabla de tasas se mantiene en orden de vigencia: el alta
      * corre hacia abajo las posteriores y la baja las sube
       5100-APLICAR-TASA.
           MOVE "S" TO ws-sw-graba-tasas.
           EVALUATE ws-cb-tipo
               WHEN "M"
                   MOVE ws-cb-ts-tasa TO ws-tas-valor(ws-ix-enc)
               WHEN "B"
                   PERFORM 5120-SUBIR-TASA THRU 5120-EXIT
                       VARYING ws-ix-tasa FROM ws-ix-enc BY 1
                       UNTIL ws-ix-tasa NOT < ws-cant-tasas
                   SUBTRACT 1 FROM ws-cant-tasas
               WHEN OTHER
                   MOVE 1 TO ws-ix-dest
                   PERFORM 5130-UBICAR-TASA THRU 5130-EXIT
                       VARYING ws-ix-tasa FROM 1 BY 1
                       UNTIL ws-ix-tasa > ws-cant-tasas
                   PERFORM 5110-BAJAR-TASA THRU 5110-EXIT
                       VARYING ws-ix-tasa FROM ws-cant-tasas BY -1
                       UNTIL ws-ix-tasa < ws-ix-dest
                   ADD 1 TO ws-cant-tasas
                   MOVE ws-cb-ts-vig  TO ws-tas-vig(ws-ix-dest)
                   MOVE ws-cb-ts-tasa TO ws-tas-valor(ws-ix-dest)
           END-EVALUATE.
       5100-EXIT.
           EXIT.

       5110-BAJAR-TASA.
           MOVE ws-tasa-e(ws-ix-tasa) TO ws-tasa-e(ws-ix-tasa + 1).
       5110-EXIT.
           EXIT.

       5120-SUBIR-TASA.
           MOVE ws-tasa-e(ws-ix-tasa + 1) TO ws-tasa-e(ws-ix-tasa).
       5120-EXIT.
           EXIT.

       5130-UBICAR-TASA.
           IF ws-tas-vig(ws-ix-tasa) < ws-cb-ts-vig
               COMPUTE ws-ix-dest = ws-ix-tasa + 1
           END-IF.
       5130-EXIT.
           EXIT.

       5200-APLICAR-PARAMCON.
           MOVE "S" TO ws-sw-graba-paramcon.
           COMPUTE ws-ix-banda = ws-cb-pc-banda + 1.
           IF ws-cb-tipo = "B"
               PERFORM 1020-LIMPIAR-BANDA THRU 1020-EXIT
               GO TO 5200-EXIT
           END-IF.
           MOVE "S"            TO ws-pc-existe(ws-ix-banda).
           MOVE ws-cb-pc-pct   TO ws-pc-pct(ws-ix-banda).
           MOVE ws-cb-pc-debe  TO ws-pc-debe(ws-ix-banda).
           MOVE ws-cb-pc-haber TO ws-pc-haber(ws-ix-banda).
       5200-EXIT.
           EXIT.

       5300-APLICAR-SUCURSAL.
           MOVE "S" TO ws-sw-graba-suc.
           COMPUTE ws-ix-suc = ws-cb-su-num + 1.
           IF ws-cb-tipo = "B"
               PERFORM 1010-LIMPIAR-SUCURSAL THRU 1010-EXIT
               GO TO 5300-EXIT
           END-IF.
           MOVE "S"             TO ws-su-existe(ws-ix-suc).
           MOVE ws-cb-su-nombre TO ws-su-nombre(ws-ix-suc).
           MOVE ws-cb-su-region TO ws-su-region(ws-ix-suc).
           MOVE ws-cb-su-estado TO ws-su-estado(ws-ix-suc).
       5300-EXIT.
           EXIT.
      ******************************************************************
      * 6000 - regrabacion de la tabla que cambio, completa y en el
      * orden que esperan los programas de la cadena
      ******************************************************************
       6000-GRABAR-TABLAS.
           IF ws-graba-tasas
               OPEN OUTPUT TASAS-FILE
               MOVE WS-FS-TASAS TO ws-fs-tabla
               PERFORM 6900-VERIFICAR-TABLA THRU 6900-EXIT
               PERFORM 6100-GRABAR-TASA THRU 6100-EXIT
                   VARYING ws-ix-tasa FROM 1 BY 1
                   UNTIL ws-ix-tasa > ws-cant-tasas
               CLOSE TASAS-FILE
               MOVE "N" TO ws-sw-graba-tasas
           END-IF.
           IF ws-graba-paramcon
               OPEN OUTPUT PARAMCON-FILE
               MOVE WS-FS-PARAMCON TO ws-fs-tabla
               PERFORM 6900-VERIFICAR-TABLA THRU 6900-EXIT
               PERFORM 6200-GRABAR-PARAMCON THRU 6200-EXIT
                   VARYING ws-ix-banda FROM 1 BY 1
                   UNTIL ws-ix-banda > 5
               CLOSE PARAMCON-FILE
               MOVE "N" TO ws-sw-graba-paramcon
           END-IF.
           IF ws-graba-sucursales
               OPEN OUTPUT SUCURSALES-FILE
               MOVE WS-FS-SUCURSALES TO ws-fs-tabla
               PERFORM 6900-VERIFICAR-TABLA THRU 6900-EXIT
               PERFORM 6300-GRABAR-SUCURSAL THRU 6300-EXIT
                   VARYING ws-ix-suc FROM 1 BY 1
                   UNTIL ws-ix-suc > 1000
               CLOSE SUCURSALES-FILE
               MOVE "N" TO ws-sw-graba-suc
           END-IF.
           IF ws-graba-aprparam
               OPEN OUTPUT APRPARAM-FILE
               MOVE WS-FS-APRPARAM TO ws-fs-tabla
               PERFORM 6900-VERIFICAR-TABLA THRU 6900-EXIT
               MOVE ws-ap-saldo   TO AP-UMBRAL-SALDO
               MOVE ws-ap-reverso TO AP-UMBRAL-REVERSO
               WRITE APRPARAM-REC
               MOVE WS-FS-APRPARAM TO ws-fs-tabla
               PERFORM 6900-VERIFICAR-TABLA THRU 6900-EXIT
               CLOSE APRPARAM-FILE
               MOVE "N" TO ws-sw-graba-aprparam
           END-IF.
           IF ws-graba-convparm
               OPEN OUTPUT CONVPARM-FILE
               MOVE WS-FS-CONVPARM TO ws-fs-tabla
               PERFORM 6900-VERIFICAR-TABLA THRU 6900-EXIT
               MOVE ws-cp-cuotas TO CP-CANT-CUOTAS
               WRITE CONVPARM-REC
               MOVE WS-FS-CONVPARM TO ws-fs-tabla
               PERFORM 6900-VERIFICAR-TABLA THRU 6900-EXIT
               CLOSE CONVPARM-FILE
               MOVE "N" TO ws-sw-graba-convparm
           END-IF.
       6000-EXIT.
           EXIT.

       6100-GRABAR-TASA.
           MOVE ws-tas-vig(ws-ix-tasa)   TO TS-VIG-DESDE.
           MOVE ws-tas-valor(ws-ix-tasa) TO TS-TASA-DIARIA.
           WRITE TASA-REC.
           MOVE WS-FS-TASAS TO ws-fs-tabla.
           PERFORM 6900-VERIFICAR-TABLA THRU 6900-EXIT.
       6100-EXIT.
           EXIT.

       6200-GRABAR-PARAMCON.
           IF ws-pc-existe(ws-ix-banda) NOT = "S"
               GO TO 6200-EXIT
           END-IF.
           COMPUTE PC-BANDA = ws-ix-banda - 1.
           MOVE ws-pc-pct(ws-ix-banda)   TO PC-PCT.
           MOVE ws-pc-debe(ws-ix-banda)  TO PC-CTA-DEBE.
           MOVE ws-pc-haber(ws-ix-banda) TO PC-CTA-HABER.
           WRITE PARAMCON-REC.
           MOVE WS-FS-PARAMCON TO ws-fs-tabla.
           PERFORM 6900-VERIFICAR-TABLA THRU 6900-EXIT.
       6200-EXIT.
           EXIT.

       6300-GRABAR-SUCURSAL.
           IF ws-su-existe(ws-ix-suc) NOT = "S"
               GO TO 6300-EXIT
           END-IF.
           COMPUTE SU-NUM = ws-ix-suc - 1.
           MOVE ws-su-nombre(ws-ix-suc) TO SU-NOMBRE.
           MOVE ws-su-region(ws-ix-suc) TO SU-REGION.
           MOVE ws-su-estado(ws-ix-suc) TO SU-ESTADO.
           WRITE SUCURSAL-REC.
           MOVE WS-FS-SUCURSALES TO ws-fs-tabla.
           PERFORM 6900-VERIFICAR-TABLA THRU 6900-EXIT.
       6300-EXIT.
           EXIT.

       6900-VERIFICAR-TABLA.
           IF WS-FS-TABLA NOT = "00"
               DISPLAY "ERROR: fallo de grabacion de una tabla de "
                       "parametros - file status " WS-FS-TABLA
               STOP RUN
           END-IF.
       6900-EXIT.
           EXIT.
      ******************************************************************
      * 7000 - constancia de auditoria del cambio aplicado
      ******************************************************************
       7000-GRABAR-AUDITORIA.
           MOVE ws-fecha-hoy      TO PA-FECHA.
           ACCEPT PA-HORA FROM TIME.
           MOVE ws-cb-tabla       TO PA-TABLA.
           MOVE ws-cb-tipo        TO PA-TIPO.
           MOVE ws-img-anterior   TO PA-IMG-ANTERIOR.
           MOVE ws-img-posterior  TO PA-IMG-POSTERIOR.
           MOVE ws-cb-operador    TO PA-OPERADOR.
           MOVE ws-cb-aprobador   TO PA-APROBADOR.
           WRITE AUDITORIA-PARM-REC.
           IF WS-FS-AUDITORIA NOT = "00"
               DISPLAY "ERROR: fallo de escritura en la pista de "
                       "auditoria - file status " WS-FS-AUDITORIA
               STOP RUN
           END-IF.
       7000-EXIT.
           EXIT.
      ******************************************************************
      * 8000 - registro de una transaccion rechazada en el log
      ******************************************************************
       8000-REGISTRAR-EXCEPCION.
           ADD 1 TO ws-cant-rechazos.
           ACCEPT ws-exc-fecha FROM DATE YYYYMMDD.
           ACCEPT ws-exc-hora FROM TIME.
           MOVE ws-exc-fecha   TO EXC-FECHA.
           MOVE ws-exc-hora    TO EXC-HORA.
           MOVE ws-exc-campo   TO EXC-CAMPO.
           MOVE ws-exc-valor   TO EXC-VALOR.
           MOVE ws-exc-detalle TO EXC-DETALLE.
           WRITE EXCEPCION-REC.
           IF WS-FS-EXCEPCION NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el log de "
                       "excepciones - file status " WS-FS-EXCEPCION
               STOP RUN
           END-IF.
       8000-EXIT.
           EXIT.
      ******************************************************************
      * 9999 - cierre general del programa
      ******************************************************************
       9999-FINALIZAR.
           CLOSE PENDIENTES-FILE.
           CLOSE AUDITORIA-FILE.
           CLOSE EXCEPCION-FILE.
           IF ws-socios-disp
               CLOSE SOCIOS-FILE
           END-IF.
           DISPLAY "Decisiones leidas   : " ws-cant-decisiones.
           DISPLAY "  aprobadas         : " ws-cant-aprobadas.
           DISPLAY "  rechazadas        : " ws-cant-denegadas.
           DISPLAY "Novedades leidas    : " ws-cant-leidas.
           DISPLAY "Cambios aplicados   : " ws-cant-aplicadas.
           DISPLAY "Novedades pendientes: " ws-cant-pendientes.
           DISPLAY "Transacciones en err: " ws-cant-rechazos.
       9999-EXIT.
           EXIT.
       END PROGRAM BCOSOC18.
