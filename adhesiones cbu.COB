      ******************************************************************
      * Author:     Sistemas - Banco el Corralito
      * Installation: Casa Central
      * Date-Written: 2026-10-15
      * Date-Compiled:
      * Purpose:    Mantenimiento de las adhesiones al debito directo
      *             por CBU: a partir de las novedades de ADHNOV da
      *             de alta la adhesion firmada por el socio (o le
      *             cambia el CBU) y la da de baja a su pedido. El
      *             archivo ADHESION lo usa BCOSOC13 para presentar
      *             al cobro las cuotas de convenio y BCOSOC14 lo
      *             suspende cuando el banco rechaza el debito por la
      *             cuenta o por la adhesion.
      * Tectonics:  cobc -x "adhesiones cbu.COB"
      ******************************************************************
      * MODIFICACIONES
      * ---------------------------------------------------------------
      * 2026-10-15  jm  Version inicial.
      ******************************************************************
       IDENTIFICATION DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       PROGRAM-ID. BCOSOC12.
       ENVIRONMENT DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SOCIOS-FILE ASSIGN TO "SOCIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-CLAVE
               ALTERNATE RECORD KEY IS SM-DNI
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-SOCIOS.

           SELECT ADHESIONES-FILE ASSIGN TO "ADHESION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-CLAVE
               FILE STATUS IS WS-FS-ADHESION.

           SELECT NOVEDADES-FILE ASSIGN TO "ADHNOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOVEDAD.

           SELECT LISTADO-FILE ASSIGN TO "ADHLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LISTADO.

           SELECT EXCEPCION-FILE ASSIGN TO "EXCEPADH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-EXCEPCION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       DATA DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       FILE SECTION.
      *-----------------------
      * MAESTRO DE SOCIOS (mismo layout que en BCOSOC01)
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

      * ADHESIONES AL DEBITO DIRECTO: una por socio, con el CBU de
      * la cuenta a debitar y la fecha en que el socio firmo la
      * autorizacion (mismo layout que en BCOSOC13 y BCOSOC14)
      *   AD-ESTADO: A = activa / B = baja a pedido del socio /
      *              S = suspendida por rechazo del banco
      *   AD-MOTIVO: codigo de rechazo del banco que la suspendio
       FD  ADHESIONES-FILE.
       01  ADHESION-REC.
           05 AD-CLAVE.
              10 AD-SUC          PIC 9(03).
              10 AD-SOCIO        PIC 9(10).
           05 AD-CBU             PIC X(22).
           05 AD-FEC-FIRMA       PIC 9(08).
           05 AD-FEC-ALTA        PIC 9(08).
           05 AD-ESTADO          PIC X(01).
           05 AD-FEC-ESTADO      PIC 9(08).
           05 AD-MOTIVO          PIC X(03).
           05 AD-OPERADOR        PIC X(08).
           05 FILLER             PIC X(10).

      * NOVEDADES DE ADHESIONES: una transaccion por registro
      *   AN-TIPO: A = alta o cambio de CBU / B = baja
      *   AN-FEC-FIRMA: fecha de la autorizacion firmada (solo alta)
      *   AN-OPERADOR: legajo del operador que cargo la transaccion
       FD  NOVEDADES-FILE.
       01  NOVEDAD-REC.
           05 AN-TIPO            PIC X(01).
           05 AN-SUC             PIC 9(03).
           05 AN-SOCIO           PIC 9(10).
           05 AN-CBU             PIC X(22).
           05 AN-CBU-R REDEFINES AN-CBU.
              10 AN-CBU-DIG      PIC 9(01) OCCURS 22 TIMES.
           05 AN-FEC-FIRMA       PIC 9(08).
           05 AN-OPERADOR        PIC X(08).

      * LISTADO DE NOVEDADES APLICADAS
       FD  LISTADO-FILE.
       01  LISTADO-REC           PIC X(100).

      * LOG DE EXCEPCIONES (mismo layout que en BCOSOC01)
       FD  EXCEPCION-FILE.
       01  EXCEPCION-REC.
           05 EXC-FECHA          PIC 9(08).
           05 EXC-HORA           PIC 9(08).
           05 EXC-CAMPO          PIC X(12).
           05 EXC-VALOR          PIC X(15).
           05 EXC-DETALLE        PIC X(40).
      *-----------------------
       WORKING-STORAGE SECTION.
    *****************lineas de impresion*********
       01  lin-titulo.
           03 filler pic x(38) value
                  "Adhesiones al debito directo por CBU ".
           03 l-fecha pic 9(08).
       01  lin-cabecera.
           03 filler pic x(05) value "Suc".
           03 filler pic x(14) value "Socio".
           03 filler pic x(21) value "Nombre".
           03 filler pic x(23) value "CBU".
           03 filler pic x(15) value "Accion".
           03 filler pic x(08) value "Operador".
       01  lin-detalle.
           03 l-det-suc pic zz9.
           03 filler pic x(02) value spaces.
           03 l-det-socio pic z.zzz.zzz.zz9.
           03 filler pic x(01) value spaces.
           03 l-det-nombre pic x(20).
           03 filler pic x(01) value spaces.
           03 l-det-cbu pic x(22).
           03 filler pic x(01) value spaces.
           03 l-det-accion pic x(14).
           03 filler pic x(01) value spaces.
           03 l-det-operador pic x(08).
       01  lin-totales.
           03 filler pic x(17) value "Novedades leidas ".
           03 l-tot-leidas pic zzzzz9.
           03 filler pic x(13) value "  Aplicadas ".
           03 l-tot-aplicadas pic zzzzz9.
           03 filler pic x(13) value "  Rechazadas ".
           03 l-tot-rechazos pic zzzzz9.
    ****************** variable de trabajo**************
    ****************************************************
       01  ws-estados-archivo.
           03 ws-fs-socios      pic x(02).
           03 ws-fs-adhesion    pic x(02).
           03 ws-fs-novedad     pic x(02).
           03 ws-fs-listado     pic x(02).
           03 ws-fs-excepcion   pic x(02).

       01  ws-switches.
           03 ws-sw-eof-novedad    pic x(01) value "N".
              88 ws-eof-novedad         value "S".
           03 ws-sw-cbu            pic x(01) value "N".
              88 ws-cbu-valido          value "S".
           03 ws-sw-socio-existe   pic x(01) value "N".
              88 ws-socio-existe        value "S".
           03 ws-sw-adhesion       pic x(01) value "N".
              88 ws-adhesion-existe     value "S".

       01  ws-fecha-hora.
           03 ws-fecha-hoy      pic 9(08).

       01  ws-contadores.
           03 ws-cant-leidas    pic 9(07) comp value zero.
           03 ws-cant-aplicadas pic 9(07) comp value zero.
           03 ws-cant-rechazos  pic 9(07) comp value zero.

      * digitos verificadores del CBU: el primer bloque (entidad y
      * sucursal, digitos 1 a 7) se verifica con el digito 8 y el
      * segundo (cuenta, digitos 9 a 21) con el digito 22; cada
      * digito se pondera con la serie 7-1-3-9 y el verificador es
      * lo que le falta a la suma para llegar a la decena siguiente
       01  ws-ponderadores.
           03 ws-pond-bloque-1  pic x(07) value "7139713".
           03 ws-pond-b1 redefines ws-pond-bloque-1.
              05 ws-pond-1      pic 9(01) occurs 7 times.
           03 ws-pond-bloque-2  pic x(13) value "3971397139713".
           03 ws-pond-b2 redefines ws-pond-bloque-2.
              05 ws-pond-2      pic 9(01) occurs 13 times.

       01  ws-verificacion.
           03 ws-ix-dig         pic 9(02) comp.
           03 ws-ix-pond        pic 9(02) comp.
           03 ws-suma-dig       pic 9(05) comp.
           03 ws-cociente       pic 9(05) comp.
           03 ws-resto          pic 9(02) comp.
           03 ws-dig-calc       pic 9(02) comp.

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
      * 0000-MAINLINE - programa principal
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-LEER-NOVEDAD THRU 2000-EXIT.
           PERFORM 3000-PROCESAR-NOVEDAD THRU 3000-EXIT
               UNTIL ws-eof-novedad.
           PERFORM 9999-FINALIZAR THRU 9999-EXIT.
           STOP RUN.
      ******************************************************************
      * 1000-INICIALIZAR - apertura de archivos y variables globales
      ******************************************************************
       1000-INICIALIZAR.
           ACCEPT ws-fecha-hoy FROM DATE YYYYMMDD.
           OPEN INPUT SOCIOS-FILE.
           IF WS-FS-SOCIOS NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el maestro de socios "
                       "- file status " WS-FS-SOCIOS
               STOP RUN
           END-IF.
           OPEN I-O ADHESIONES-FILE.
           IF WS-FS-ADHESION = "35"
               OPEN OUTPUT ADHESIONES-FILE
               CLOSE ADHESIONES-FILE
               OPEN I-O ADHESIONES-FILE
           END-IF.
           IF WS-FS-ADHESION NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de "
                       "adhesiones - file status " WS-FS-ADHESION
               STOP RUN
           END-IF.
           OPEN INPUT NOVEDADES-FILE.
           IF WS-FS-NOVEDAD NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el archivo de "
                       "novedades - file status " WS-FS-NOVEDAD
               STOP RUN
           END-IF.
           OPEN OUTPUT EXCEPCION-FILE.
           IF WS-FS-EXCEPCION NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el log de excepciones "
                       "- file status " WS-FS-EXCEPCION
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO-FILE.
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el listado de "
                       "adhesiones - file status " WS-FS-LISTADO
               STOP RUN
           END-IF.
           MOVE ws-fecha-hoy TO l-fecha.
           WRITE LISTADO-REC FROM lin-titulo
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           WRITE LISTADO-REC FROM lin-cabecera
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
       1000-EXIT.
           EXIT.
      ******************************************************************
      * 2000 - lectura del archivo de novedades
      ******************************************************************
       2000-LEER-NOVEDAD.
           READ NOVEDADES-FILE
               AT END
                   SET ws-eof-novedad TO TRUE
               NOT AT END
                   ADD 1 TO ws-cant-leidas
           END-READ.
       2000-EXIT.
           EXIT.
      ******************************************************************
      * 3000 - despacho de la transaccion segun su tipo
      ******************************************************************
       3000-PROCESAR-NOVEDAD.
           IF AN-OPERADOR = SPACES
               MOVE "OPERADOR"     TO ws-exc-campo
               MOVE AN-SOCIO       TO ws-exc-valor-num
               MOVE ws-exc-valor-num TO ws-exc-valor
               MOVE "Novedad sin legajo de operador"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 3000-SIGUIENTE
           END-IF.
           EVALUATE AN-TIPO
               WHEN "A"
                   PERFORM 3100-APLICAR-ALTA THRU 3100-EXIT
               WHEN "B"
                   PERFORM 3200-APLICAR-BAJA THRU 3200-EXIT
               WHEN OTHER
                   MOVE "TIPO-NOVEDAD" TO ws-exc-campo
                   MOVE AN-TIPO        TO ws-exc-valor
                   MOVE "Tipo de novedad no es A ni B"
                                       TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
           END-EVALUATE.
       3000-SIGUIENTE.
           PERFORM 2000-LEER-NOVEDAD THRU 2000-EXIT.
       3000-EXIT.
           EXIT.
      ******************************************************************
      * 3100 - alta: el socio debe existir en el maestro, el CBU
      * tiene que verificar y la autorizacion estar firmada; sobre
      * una adhesion existente (activa, dada de baja o suspendida)
      * se toma el CBU nuevo y queda activa otra vez
      ******************************************************************
       3100-APLICAR-ALTA.
           PERFORM 3400-VALIDAR-CBU THRU 3400-EXIT.
           IF NOT ws-cbu-valido
               GO TO 3100-EXIT
           END-IF.
           IF AN-FEC-FIRMA NOT NUMERIC OR AN-FEC-FIRMA = ZERO
               OR AN-FEC-FIRMA > ws-fecha-hoy
               MOVE "FEC-FIRMA"    TO ws-exc-campo
               MOVE AN-FEC-FIRMA   TO ws-exc-valor
               MOVE "Alta rechazada: adhesion sin firma valida"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3500-BUSCAR-SOCIO THRU 3500-EXIT.
           IF NOT ws-socio-existe
               MOVE "SOCIO"        TO ws-exc-campo
               MOVE AN-SOCIO       TO ws-exc-valor-num
               MOVE ws-exc-valor-num TO ws-exc-valor
               MOVE "Alta rechazada: socio inexistente"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3600-BUSCAR-ADHESION THRU 3600-EXIT.
           IF ws-adhesion-existe
               GO TO 3100-CAMBIO
           END-IF.
           MOVE SPACES        TO ADHESION-REC.
           MOVE AN-SUC        TO AD-SUC.
           MOVE AN-SOCIO      TO AD-SOCIO.
           MOVE AN-CBU        TO AD-CBU.
           MOVE AN-FEC-FIRMA  TO AD-FEC-FIRMA.
           MOVE ws-fecha-hoy  TO AD-FEC-ALTA.
           MOVE "A"           TO AD-ESTADO.
           MOVE ws-fecha-hoy  TO AD-FEC-ESTADO.
           MOVE AN-OPERADOR   TO AD-OPERADOR.
           WRITE ADHESION-REC
               INVALID KEY
                   MOVE "SOCIO"        TO ws-exc-campo
                   MOVE AN-SOCIO       TO ws-exc-valor-num
                   MOVE ws-exc-valor-num TO ws-exc-valor
                   MOVE "Alta rechazada: clave duplicada"
                                       TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
                   GO TO 3100-EXIT
           END-WRITE.
           MOVE "Alta" TO l-det-accion.
           PERFORM 3900-IMPRIMIR-NOVEDAD THRU 3900-EXIT.
           GO TO 3100-EXIT.
       3100-CAMBIO.
           IF AD-ESTADO = "A"
               MOVE "Cambio de CBU" TO l-det-accion
           ELSE
               MOVE "Reactivacion"  TO l-det-accion
           END-IF.
           MOVE AN-CBU        TO AD-CBU.
           MOVE AN-FEC-FIRMA  TO AD-FEC-FIRMA.
           MOVE "A"           TO AD-ESTADO.
           MOVE ws-fecha-hoy  TO AD-FEC-ESTADO.
           MOVE SPACES        TO AD-MOTIVO.
           MOVE AN-OPERADOR   TO AD-OPERADOR.
           REWRITE ADHESION-REC
               INVALID KEY
                   MOVE "SOCIO"        TO ws-exc-campo
                   MOVE AN-SOCIO       TO ws-exc-valor-num
                   MOVE ws-exc-valor-num TO ws-exc-valor
                   MOVE "Alta rechazada: error al regrabar"
                                       TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
                   GO TO 3100-EXIT
           END-REWRITE.
           PERFORM 3900-IMPRIMIR-NOVEDAD THRU 3900-EXIT.
       3100-EXIT.
           EXIT.
      ******************************************************************
      * 3200 - baja: revoca la autorizacion; la adhesion queda en el
      * archivo con estado B y no se presentan mas debitos (los ya
      * enviados al banco los devuelve rechazados BCOSOC14)
      ******************************************************************
       3200-APLICAR-BAJA.
           PERFORM 3600-BUSCAR-ADHESION THRU 3600-EXIT.
           IF NOT ws-adhesion-existe OR AD-ESTADO = "B"
               MOVE "SOCIO"        TO ws-exc-campo
               MOVE AN-SOCIO       TO ws-exc-valor-num
               MOVE ws-exc-valor-num TO ws-exc-valor
               MOVE "Baja rechazada: sin adhesion vigente"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE "B"           TO AD-ESTADO.
           MOVE ws-fecha-hoy  TO AD-FEC-ESTADO.
           MOVE AN-OPERADOR   TO AD-OPERADOR.
           REWRITE ADHESION-REC
               INVALID KEY
                   MOVE "SOCIO"        TO ws-exc-campo
                   MOVE AN-SOCIO       TO ws-exc-valor-num
                   MOVE ws-exc-valor-num TO ws-exc-valor
                   MOVE "Baja rechazada: error al regrabar"
                                       TO ws-exc-detalle
                   PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
                   GO TO 3200-EXIT
           END-REWRITE.
      * el socio puede ya no estar en el maestro; el nombre es solo
      * para el listado
           PERFORM 3500-BUSCAR-SOCIO THRU 3500-EXIT.
           MOVE "Baja" TO l-det-accion.
           PERFORM 3900-IMPRIMIR-NOVEDAD THRU 3900-EXIT.
       3200-EXIT.
           EXIT.
      ******************************************************************
      * 3400 - validacion del CBU: 22 digitos y ambos verificadores
      ******************************************************************
       3400-VALIDAR-CBU.
           MOVE "N" TO ws-sw-cbu.
           IF AN-CBU NOT NUMERIC
               MOVE "CBU"          TO ws-exc-campo
               MOVE AN-CBU         TO ws-exc-valor
               MOVE "CBU no numerico o incompleto"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 3400-EXIT
           END-IF.
           MOVE ZERO TO ws-suma-dig.
           PERFORM 3410-SUMAR-BLOQUE-1 THRU 3410-EXIT
               VARYING ws-ix-dig FROM 1 BY 1
               UNTIL ws-ix-dig > 7.
           PERFORM 3430-CALCULAR-DIGITO THRU 3430-EXIT.
           IF ws-dig-calc NOT = AN-CBU-DIG(8)
               MOVE "CBU"          TO ws-exc-campo
               MOVE AN-CBU         TO ws-exc-valor
               MOVE "CBU: verificador de entidad no coincide"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 3400-EXIT
           END-IF.
           MOVE ZERO TO ws-suma-dig.
           PERFORM 3420-SUMAR-BLOQUE-2 THRU 3420-EXIT
               VARYING ws-ix-dig FROM 9 BY 1
               UNTIL ws-ix-dig > 21.
           PERFORM 3430-CALCULAR-DIGITO THRU 3430-EXIT.
           IF ws-dig-calc NOT = AN-CBU-DIG(22)
               MOVE "CBU"          TO ws-exc-campo
               MOVE AN-CBU         TO ws-exc-valor
               MOVE "CBU: verificador de cuenta no coincide"
                                   TO ws-exc-detalle
               PERFORM 8000-REGISTRAR-EXCEPCION THRU 8000-EXIT
               GO TO 3400-EXIT
           END-IF.
           MOVE "S" TO ws-sw-cbu.
       3400-EXIT.
           EXIT.

       3410-SUMAR-BLOQUE-1.
           COMPUTE ws-suma-dig = ws-suma-dig
               + AN-CBU-DIG(ws-ix-dig) * ws-pond-1(ws-ix-dig).
       3410-EXIT.
           EXIT.

       3420-SUMAR-BLOQUE-2.
           COMPUTE ws-ix-pond = ws-ix-dig - 8.
           COMPUTE ws-suma-dig = ws-suma-dig
               + AN-CBU-DIG(ws-ix-dig) * ws-pond-2(ws-ix-pond).
       3420-EXIT.
           EXIT.

       3430-CALCULAR-DIGITO.
           DIVIDE ws-suma-dig BY 10 GIVING ws-cociente
               REMAINDER ws-resto.
           IF ws-resto = ZERO
               MOVE ZERO TO ws-dig-calc
           ELSE
               COMPUTE ws-dig-calc = 10 - ws-resto
           END-IF.
       3430-EXIT.
           EXIT.
      ******************************************************************
      * 3500 - lectura directa del maestro por la clave de la novedad
      ******************************************************************
       3500-BUSCAR-SOCIO.
           MOVE "N" TO ws-sw-socio-existe.
           MOVE AN-SUC   TO SM-SUC.
           MOVE AN-SOCIO TO SM-SOCIO.
           READ SOCIOS-FILE
               INVALID KEY
                   MOVE SPACES TO SM-NOMBRE
               NOT INVALID KEY
                   MOVE "S" TO ws-sw-socio-existe
           END-READ.
       3500-EXIT.
           EXIT.
      ******************************************************************
      * 3600 - lectura directa de la adhesion del socio
      ******************************************************************
       3600-BUSCAR-ADHESION.
           MOVE "N" TO ws-sw-adhesion.
           MOVE AN-SUC   TO AD-SUC.
           MOVE AN-SOCIO TO AD-SOCIO.
           READ ADHESIONES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO ws-sw-adhesion
           END-READ.
       3600-EXIT.
           EXIT.
      ******************************************************************
      * 3900 - linea del listado por cada novedad aplicada
      ******************************************************************
       3900-IMPRIMIR-NOVEDAD.
           MOVE AD-SUC       TO l-det-suc.
           MOVE AD-SOCIO     TO l-det-socio.
           MOVE SM-NOMBRE    TO l-det-nombre.
           MOVE AD-CBU       TO l-det-cbu.
           MOVE AD-OPERADOR  TO l-det-operador.
           WRITE LISTADO-REC FROM lin-detalle
               AFTER ADVANCING 1 LINE.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           ADD 1 TO ws-cant-aplicadas.
       3900-EXIT.
           EXIT.
      ******************************************************************
      * 8000 - registro de una transaccion rechazada en el log
      ******************************************************************
       8000-REGISTRAR-EXCEPCION.
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
           ADD 1 TO ws-cant-rechazos.
       8000-EXIT.
           EXIT.
      ******************************************************************
      * 8100 - escritura controlada del listado
      ******************************************************************
       8100-VERIFICAR-LISTADO.
           IF WS-FS-LISTADO NOT = "00"
               DISPLAY "ERROR: fallo de escritura en el listado de "
                       "adhesiones - file status " WS-FS-LISTADO
               STOP RUN
           END-IF.
       8100-EXIT.
           EXIT.
      ******************************************************************
      * 9999 - cierre general del programa
      ******************************************************************
       9999-FINALIZAR.
           MOVE ws-cant-leidas    TO l-tot-leidas.
           MOVE ws-cant-aplicadas TO l-tot-aplicadas.
           MOVE ws-cant-rechazos  TO l-tot-rechazos.
           WRITE LISTADO-REC FROM lin-totales
               AFTER ADVANCING 2 LINES.
           PERFORM 8100-VERIFICAR-LISTADO THRU 8100-EXIT.
           CLOSE SOCIOS-FILE.
           CLOSE ADHESIONES-FILE.
           CLOSE NOVEDADES-FILE.
           CLOSE LISTADO-FILE.
           CLOSE EXCEPCION-FILE.
           DISPLAY "Novedades leidas    : " ws-cant-leidas.
           DISPLAY "Novedades aplicadas : " ws-cant-aplicadas.
           DISPLAY "Novedades rechazadas: " ws-cant-rechazos.
       9999-EXIT.
           EXIT.
       END PROGRAM BCOSOC12.
