           RECORD KEY IS MASTER-EMAIL
           ALTERNATE RECORD KEY IS MASTER-APENOM WITH DUPLICATES
           ALTERNATE RECORD KEY IS MASTER-PHONE WITH DUPLICATES
           ALTERNATE RECORD KEY IS MASTER-FOLIO WITH DUPLICATES
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT CSV-FILE ASSIGN TO "datos.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUCURSAL-STATUS.

           SELECT HISTORIAL-FILE ASSIGN TO "historial.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORIAL-STATUS.

           SELECT APROB-FILE ASSIGN TO "aprobaciones.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APROB-STATUS.

           SELECT APRHIS-FILE ASSIGN TO "aprobaciones_hist.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APRHIS-STATUS.

           SELECT APRCTL-FILE ASSIGN TO "aprobaciones.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APRCTL-STATUS.

           SELECT FOLCTL-FILE ASSIGN TO "folio.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FOLCTL-STATUS.

           SELECT FOLXREF-FILE ASSIGN TO "folio_correos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FOLXREF-STATUS.

           SELECT FOLIO-SORT-FILE ASSIGN TO "folios.srt".

           SELECT BLOQUEO-FILE ASSIGN TO "datos.lck"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BLOQUEO-STATUS.

           SELECT CORRESP-FILE ASSIGN TO "correspondencia.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORRESP-STATUS.

           SELECT CORCTL-FILE ASSIGN TO "correspondencia.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CORCTL-STATUS.

           SELECT TUTOR-FILE ASSIGN TO "tutores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TUTOR-STATUS.

           SELECT MAYORES-FILE ASSIGN TO "mayores_edad.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAYORES-STATUS.

           SELECT CALIDAD-FILE ASSIGN TO "calidad_pendientes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALIDAD-STATUS.

           SELECT CALRES-FILE ASSIGN TO "calidad_resumen.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALRES-STATUS.

           SELECT CALENDARIO-FILE ASSIGN TO "calendario.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDARIO-STATUS.

           SELECT PARAMETROS-FILE ASSIGN TO "parametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAMETROS-STATUS.

           SELECT AUDIDX-FILE ASSIGN TO "auditoria_archivos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIDX-STATUS.

           SELECT ARCOCTL-FILE ASSIGN TO "arco.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCOCTL-STATUS.

           SELECT ARCOREG-FILE ASSIGN TO "arco_registro.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCOREG-STATUS.

           SELECT ARCODOS-FILE ASSIGN USING WS-ARC-DOS-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCODOS-STATUS.

           SELECT ARCOFTE-FILE ASSIGN USING WS-ARC-FTE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCOFTE-STATUS.

           SELECT HISTMP-FILE ASSIGN TO "historial.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           05  MASTER-CONFIRMA-ESTADO PIC X.
           05  MASTER-CONFIRMA-FECHA PIC X(8).
           05  MASTER-SUCURSAL PIC X(3).
           05  MASTER-FOLIO PIC 9(8).

       FD  CSV-FILE.
       01  CSV-RECORD PIC X(260).

       FD  CSVACT-FILE.
       01  CSVACT-RECORD PIC X(260).

       FD  USERS-FILE.
       01  USERS-RECORD PIC X(80).
       01  CONCBASE-RECORD PIC X(20).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD PIC X(130).

       FD  EXTCTL-FILE.
       01  EXTCTL-RECORD PIC X(20).
       01  ACUSEEXC-RECORD PIC X(150).

       FD  RESPALDO-FILE.
       01  RESPALDO-RECORD PIC X(260).

       FD  RESPUSR-FILE.
       01  RESPUSR-RECORD PIC X(80).
       01  REPMEN-RECORD PIC X(100).

       FD  CIERRELOG-FILE.
       01  CIERRELOG-RECORD PIC X(120).

       FD  CIERRECTL-FILE.
       01  CIERRECTL-RECORD PIC X(30).
       FD  SUCURSAL-FILE.
       01  SUCURSAL-RECORD PIC X(50).

       FD  HISTORIAL-FILE.
       01  HISTORIAL-RECORD PIC X(612).

       FD  APROB-FILE.
       01  APROB-RECORD PIC X(300).

       FD  APRHIS-FILE.
       01  APRHIS-RECORD PIC X(300).

       FD  APRCTL-FILE.
       01  APRCTL-RECORD PIC X(20).

       FD  FOLCTL-FILE.
       01  FOLCTL-RECORD PIC X(20).

       FD  FOLXREF-FILE.
       01  FOLXREF-RECORD PIC X(80).

       FD  BLOQUEO-FILE.
       01  BLOQUEO-RECORD PIC X(40).

       FD  CORRESP-FILE.
       01  CORRESP-RECORD PIC X(170).

       FD  CORCTL-FILE.
       01  CORCTL-RECORD PIC X(30).

       FD  TUTOR-FILE.
       01  TUTOR-RECORD PIC X(150).

       FD  MAYORES-FILE.
       01  MAYORES-RECORD PIC X(200).

       FD  CALIDAD-FILE.
       01  CALIDAD-RECORD PIC X(150).

       FD  CALRES-FILE.
       01  CALRES-RECORD PIC X(80).

       FD  CALENDARIO-FILE.
       01  CALENDARIO-RECORD PIC X(60).

       FD  PARAMETROS-FILE.
       01  PARAMETROS-RECORD PIC X(40).

       FD  AUDIDX-FILE.
       01  AUDIDX-RECORD PIC X(40).

       FD  ARCOCTL-FILE.
       01  ARCOCTL-RECORD PIC X(20).

       FD  ARCOREG-FILE.
       01  ARCOREG-RECORD PIC X(250).

       FD  ARCODOS-FILE.
       01  ARCODOS-RECORD PIC X(660).

       FD  ARCOFTE-FILE.
       01  ARCOFTE-RECORD PIC X(612).

       FD  HISTMP-FILE.
       01  HISTMP-RECORD PIC X(612).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-LASTNAME PIC X(30).
           05  SORT-PHONE PIC X(15).
           05  SORT-ESTADO PIC X.

       SD  FOLIO-SORT-FILE.
       01  FOLIO-SORT-RECORD.
           05  FSORT-ALTA PIC X(14).
           05  FSORT-EMAIL PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-OPTION PIC X(3).
       01  WS-NAME PIC X(30).
       01  WS-PASS-DIGITOS PIC 9(2).
       01  WS-PASS-IDX PIC 9(2).
       01  WS-PASS-DIAS PIC S9(6).
       01  WS-PASS-DIAS-MAX PIC 9(3) VALUE 90.
       01  WS-FECHA-NUM-HOY PIC 9(8).
       01  WS-FECHA-NUM-CAMBIO PIC 9(8).
       01  WS-USR-COUNT PIC 9(3) VALUE 0.
       01  WS-LOGIN-OK PIC X VALUE "N".
       01  WS-LOGIN-INACTIVO PIC X VALUE "N".
       01  WS-LOGIN-ATTEMPTS PIC 9 VALUE 0.
       01  WS-LOGIN-INTENTOS-MAX PIC 9 VALUE 3.
       01  WS-LOGIN-USER PIC X(30).
       01  WS-LOGIN-ROLE PIC X(10).
       01  WS-PERMISO-OK PIC X VALUE "Y".
       01  WS-LIST-CONF PIC X.
       01  WS-LIST-CONF-FECHA PIC X(8).
       01  WS-LIST-SUC PIC X(3).
       01  WS-LIST-FOLIO PIC X(8).
       01  WS-LIST-FILTRO-SUC PIC X(3).
       01  WS-LIST-INCLUIR-BAJAS PIC X VALUE "S".
       01  WS-CSVACT-STATUS PIC XX.
       01  WS-MAINT-AUDIT-NAME PIC X(30).
       01  WS-MAINT-OPTION PIC X.
       01  WS-MAINT-OLD-EMAIL PIC X(50).
       01  WS-MAINT-FOLIO PIC 9(8) VALUE 0.
       01  WS-MAINT-FECHA-CAMBIO PIC X(14).
       01  WS-MAINT-CONFLICTO PIC X VALUE "N".
       01  WS-MAINT-EMAIL-DADO PIC X VALUE "N".
       01  WS-BAJA-MOTIVO PIC X(30).

       01  WS-RUN-MODE PIC X(10).
       01  WS-CMD-LINE PIC X(80).
       01  WS-FECHA-PROCESO PIC X(8).
       01  WS-FPR-EXPLICITA PIC X VALUE "N".
       01  WS-CMD-ARG PIC X(60).
       01  WS-FPR-NUM PIC 9(8) VALUE 0.
       01  WS-FPR-SIGUIENTE PIC 9(8) VALUE 0.
       01  WS-BATCH-STATUS PIC XX.
       01  WS-RECHAZOS-STATUS PIC XX.
       01  WS-RESUMEN-STATUS PIC XX.
       01  WS-AUDIT-TIMESTAMP PIC X(21).
       01  WS-AUDIT-ACCION PIC X(15).
       01  WS-AUDIT-RESULTADO PIC X(20).
       01  WS-AUDIT-DETALLE PIC X(60).

       01  WS-AUD-ARCH-STATUS PIC XX.
       01  WS-AUD-ARCH-NAME PIC X(30).
       01  WS-EXT-CABECERA.
           05  WS-EXT-CAB-TIPO PIC X.
           05  WS-EXT-CAB-FECHA PIC X(14).
           05  FILLER PIC X(115).
       01  WS-EXT-DETALLE.
           05  WS-EXT-DET-TIPO PIC X.
           05  WS-EXT-DET-NAME PIC X(30).
           05  WS-EXT-DET-EMAIL PIC X(50).
           05  WS-EXT-DET-FECHA PIC X(8).
           05  WS-EXT-DET-SUCURSAL PIC X(3).
           05  WS-EXT-DET-FOLIO PIC 9(8).
       01  WS-EXT-PIE.
           05  WS-EXT-PIE-TIPO PIC X.
           05  WS-EXT-PIE-COUNT PIC 9(6).
           05  FILLER PIC X(123).

       01  WS-ACUSE-STATUS PIC XX.
       01  WS-ACUSEEXC-STATUS PIC XX.
       01  WS-ACU-EMAIL PIC X(50).
       01  WS-ACU-RESULT PIC X(10).
       01  WS-ACU-CODIGO PIC X(10).
       01  WS-ACU-FOLIO-X PIC X(8).
       01  WS-ACU-HALLADO PIC X.
       01  WS-ACU-LEIDOS PIC 9(6) VALUE 0.
       01  WS-ACU-CONFIRMADOS PIC 9(6) VALUE 0.
       01  WS-ACU-RECHAZADOS PIC 9(6) VALUE 0.
       01  WS-ACU-NO-ENCONTRADOS PIC 9(6) VALUE 0.
       01  WS-ACU-EXC-LINE PIC X(150).
       01  WS-ACU-GRABADO PIC X.
       01  WS-CONC-SIN-CONFIRMAR PIC 9(6) VALUE 0.

       01  WS-RESPALDO-STATUS PIC XX.
       01  WS-RESP-PREV-EMAIL PIC X(50).
       01  WS-RESP-TIPO PIC X.
       01  WS-RESP-OK PIC X VALUE "N".
       01  WS-RESP-LINE PIC X(260).
       01  WS-RESP-CTL-LINE PIC X(30).
       01  WS-RESP-USUARIOS PIC X.
       01  WS-RESTA-COUNT PIC 9(6) VALUE 0.
       01  WS-CIE-RC PIC 9(4).
       01  WS-CIE-FALLO PIC X.
       01  WS-CIE-CTL-LINE PIC X(30).
       01  WS-CIE-LOG-LINE PIC X(120).
       01  WS-CIE-PASOS PIC 9 VALUE 7.
       01  WS-CIE-PASOS-MINIMO PIC 9 VALUE 5.

       01  WS-REPMEN-STATUS PIC XX.
       01  WS-RM-LINE PIC X(100).
       01  WS-RM-EDAD-66-MAS PIC 9(6) VALUE 0.
       01  WS-RM-EDAD-SIN PIC 9(6) VALUE 0.
       01  WS-RM-EDAD PIC 9(4).
       01  WS-RM-BANDA-1 PIC 9(3) VALUE 18.
       01  WS-RM-BANDA-2 PIC 9(3) VALUE 26.
       01  WS-RM-BANDA-3 PIC 9(3) VALUE 36.
       01  WS-RM-BANDA-4 PIC 9(3) VALUE 46.
       01  WS-RM-BANDA-5 PIC 9(3) VALUE 56.
       01  WS-RM-BANDA-6 PIC 9(3) VALUE 66.
       01  WS-RM-BANDA-DESDE PIC 9(3).
       01  WS-RM-BANDA-HASTA PIC 9(3).
       01  WS-RM-BANDA-DESDE-ED PIC ZZ9.
       01  WS-RM-BANDA-HASTA-ED PIC ZZ9.
       01  WS-RM-BANDA-CTA PIC 9(6).
       01  WS-RM-NUM-NAC PIC 9(8).
       01  WS-RM-AAAAMM PIC X(6).
       01  WS-RM-VAR PIC S9(6).
               10  WS-RM-SUC-CODIGO PIC X(3).
               10  WS-RM-SUC-CTA PIC 9(6).

       01  WS-HISTORIAL-STATUS PIC XX.
       01  WS-HIS-REGISTRO.
           05  WS-HIS-FECHA PIC X(14).
           05  WS-HIS-USUARIO PIC X(30).
           05  WS-HIS-ORIGEN PIC X(8).
           05  WS-HIS-OPERACION PIC X(10).
           05  WS-HIS-EMAIL PIC X(50).
           05  WS-HIS-ANTES PIC X(250).
           05  WS-HIS-DESPUES PIC X(250).
       01  WS-HIS-IMAGEN.
           05  WS-HIM-EMAIL PIC X(50).
           05  WS-HIM-LASTNAME PIC X(30).
           05  WS-HIM-NAME PIC X(30).
           05  WS-HIM-HASH PIC X(20).
           05  WS-HIM-PHONE PIC X(15).
           05  WS-HIM-BIRTHDATE PIC X(8).
           05  WS-HIM-FECHA-ALTA PIC X(14).
           05  WS-HIM-FECHA-CAMBIO PIC X(14).
           05  WS-HIM-ESTADO PIC X.
           05  WS-HIM-FECHA-BAJA PIC X(8).
           05  WS-HIM-MOTIVO-BAJA PIC X(30).
           05  WS-HIM-CONFIRMA-ESTADO PIC X.
           05  WS-HIM-CONFIRMA-FECHA PIC X(8).
           05  WS-HIM-SUCURSAL PIC X(3).
           05  WS-HIM-FOLIO PIC 9(8).
           05  FILLER PIC X(10).
       01  WS-HIS-CONS-EMAIL PIC X(50).
       01  WS-HIS-CONS-FECHA PIC X(8).
       01  WS-HIS-CONS-FOLIO PIC 9(8) VALUE 0.
       01  WS-HIS-CONS-FOLIO-X PIC X(8).
       01  WS-HIS-ENCONTRADOS PIC 9(6) VALUE 0.
       01  WS-HIS-RECON PIC X(250).
       01  WS-HIS-RECON-ORIGEN PIC X.

       01  WS-APROB-STATUS PIC XX.
       01  WS-APRHIS-STATUS PIC XX.
       01  WS-APRCTL-STATUS PIC XX.
       01  WS-APR-COUNT PIC 9(3) VALUE 0.
       01  WS-APR-IDX PIC 9(3).
       01  WS-APR-J PIC 9(3).
       01  WS-APR-SEL PIC 9(6).
       01  WS-APR-SEL-X PIC X(6).
       01  WS-APR-ULTIMO PIC 9(6) VALUE 0.
       01  WS-APR-TRUNCADO PIC X VALUE "N".
       01  WS-APR-GRABADO PIC X VALUE "N".
       01  WS-APR-APLICADA PIC X VALUE "N".
       01  WS-APR-OPCION PIC X.
       01  WS-APR-DIAS PIC S9(6).
       01  WS-APR-DIAS-VIGENCIA PIC 9(3) VALUE 5.
       01  WS-APR-PENDIENTES PIC 9(6) VALUE 0.
       01  WS-APR-EXPIRADAS PIC 9(6) VALUE 0.
       01  WS-APR-ARCHIVADAS PIC 9(6) VALUE 0.
       01  WS-APR-NUEVO-TIPO PIC X(6).
       01  WS-APR-NUEVO-OBJETIVO PIC X(50).
       01  WS-APR-NUEVO-VALOR PIC X(50).
       01  WS-APR-NUEVO-MOTIVO PIC X(60).
       01  WS-APR-LINE PIC X(300).
       01  WS-APR-CTL-LINE PIC X(20).
       01  WS-APR-TABLE.
           05  WS-APR-ENTRY OCCURS 300 TIMES.
               10  WS-APR-NUMERO PIC X(6).
               10  WS-APR-FECHA PIC X(14).
               10  WS-APR-SOLICITANTE PIC X(30).
               10  WS-APR-TIPO PIC X(6).
               10  WS-APR-OBJETIVO PIC X(50).
               10  WS-APR-VALOR PIC X(50).
               10  WS-APR-MOTIVO PIC X(60).
               10  WS-APR-ESTADO PIC X.
               10  WS-APR-RESUELTO PIC X(30).
               10  WS-APR-FECHA-RES PIC X(14).

       01  WS-FOLCTL-STATUS PIC XX.
       01  WS-FOLXREF-STATUS PIC XX.
       01  WS-FOL-ULTIMO PIC 9(8) VALUE 0.
       01  WS-FOL-NUEVO PIC 9(8) VALUE 0.
       01  WS-FOL-LIBRE PIC X.
       01  WS-FOL-ASIGNADOS PIC 9(6) VALUE 0.
       01  WS-FOL-CTL-LINE PIC X(20).
       01  WS-FOL-SORT-EOF PIC X.
       01  WS-FXR-LINE PIC X(80).
       01  WS-FXR-FOLIO-X PIC X(8).
       01  WS-FXR-EMAIL PIC X(50).
       01  WS-FXR-FECHA PIC X(14).
       01  WS-FXR-BUSCA-EMAIL PIC X(50).
       01  WS-FXR-HALLADO PIC 9(8) VALUE 0.

       01  WS-BLOQUEO-STATUS PIC XX.
       01  WS-BLQ-ACTIVO PIC X VALUE "N".
       01  WS-BLQ-VENCIDO PIC X VALUE "N".
       01  WS-BLQ-TOMADO PIC X VALUE "N".
       01  WS-BLQ-HORAS-VENCE PIC 9(3) VALUE 12.
       01  WS-BLQ-MINUTOS PIC S9(9) VALUE 0.
       01  WS-BLQ-OPCION PIC X.
       01  WS-BLQ-LINE.
           05  WS-BLQ-MODO PIC X(10).
           05  WS-BLQ-FECHA PIC X(14).
           05  FILLER PIC X(16).
       01  WS-BLQ-AHORA.
           05  WS-BLQ-AHORA-FECHA PIC 9(8).
           05  WS-BLQ-AHORA-HH PIC 99.
           05  WS-BLQ-AHORA-MM PIC 99.
           05  FILLER PIC XX.
       01  WS-BLQ-DESDE.
           05  WS-BLQ-DESDE-FECHA PIC 9(8).
           05  WS-BLQ-DESDE-HH PIC 99.
           05  WS-BLQ-DESDE-MM PIC 99.
           05  FILLER PIC XX.

       01  WS-CORRESP-STATUS PIC XX.
       01  WS-CORCTL-STATUS PIC XX.
       01  WS-COR-PROCESADOS PIC 9(9) VALUE 0.
       01  WS-COR-LINEAS PIC 9(9) VALUE 0.
       01  WS-COR-TOTAL PIC 9(6) VALUE 0.
       01  WS-COR-ESCRITOS PIC 9(6) VALUE 0.
       01  WS-COR-ALTAS PIC 9(6) VALUE 0.
       01  WS-COR-BAJAS PIC 9(6) VALUE 0.
       01  WS-COR-REACTIVAS PIC 9(6) VALUE 0.
       01  WS-COR-RECHAZOS PIC 9(6) VALUE 0.
       01  WS-COR-FECHA PIC X(14).
       01  WS-COR-PASADA PIC X.
       01  WS-COR-ERROR PIC X VALUE "N".
       01  WS-COR-PLANTILLA PIC X(8).
       01  WS-COR-CTL-LINE PIC X(30).
       01  WS-COR-CABECERA.
           05  WS-COR-CAB-TIPO PIC X.
           05  WS-COR-CAB-FECHA PIC X(14).
           05  WS-COR-CAB-COUNT PIC 9(6).
           05  FILLER PIC X(149).
       01  WS-COR-DETALLE.
           05  WS-COR-DET-TIPO PIC X.
           05  WS-COR-DET-PLANTILLA PIC X(8).
           05  WS-COR-DET-NAME PIC X(30).
           05  WS-COR-DET-LASTNAME PIC X(30).
           05  WS-COR-DET-EMAIL PIC X(50).
           05  WS-COR-DET-SUCURSAL PIC X(3).
           05  WS-COR-DET-FECHA PIC X(8).
           05  WS-COR-DET-MOTIVO PIC X(30).
           05  WS-COR-DET-FOLIO PIC 9(8).
           05  FILLER PIC X(2).
       01  WS-COR-PIE.
           05  WS-COR-PIE-TIPO PIC X.
           05  WS-COR-PIE-COUNT PIC 9(6).
           05  WS-COR-PIE-ALTAS PIC 9(6).
           05  WS-COR-PIE-BAJAS PIC 9(6).
           05  WS-COR-PIE-REACTIVAS PIC 9(6).
           05  WS-COR-PIE-RECHAZOS PIC 9(6).
           05  FILLER PIC X(139).

       01  WS-TUTOR-STATUS PIC XX.
       01  WS-MAYORES-STATUS PIC XX.
       01  WS-TUT-COUNT PIC 9(3) VALUE 0.
       01  WS-TUT-IDX PIC 9(3) VALUE 0.
       01  WS-TUT-TRUNCADO PIC X VALUE "N".
       01  WS-TUT-GRABADO PIC X VALUE "N".
       01  WS-TUT-CAMBIOS PIC 9(3) VALUE 0.
       01  WS-TUT-NUEVO-TUTOR PIC X(50).
       01  WS-TUT-NUEVO-TIPO PIC X(6).
       01  WS-TUT-VALIDO PIC X VALUE "N".
       01  WS-TUT-CANCELA PIC X VALUE "N".
       01  WS-TUT-TIPO-OK PIC X VALUE "N".
       01  WS-TUT-MOTIVO PIC X(20).
       01  WS-TUT-ES-MENOR PIC X VALUE "N".
       01  WS-TUT-NAC-X PIC X(8).
       01  WS-TUT-NAC PIC 9(8) VALUE 0.
       01  WS-TUT-HOY PIC 9(8) VALUE 0.
       01  WS-TUT-EDAD PIC 9(4) VALUE 0.
       01  WS-TUT-BUSCA PIC X(50).
       01  WS-TUT-MENORES PIC 9(3) VALUE 0.
       01  WS-TUT-DESDE PIC X(50).
       01  WS-TUT-HACIA PIC X(50).
       01  WS-TUT-MAYORES PIC 9(6) VALUE 0.
       01  WS-TUT-LINE PIC X(150).
       01  WS-TUT-MASTER-SAVE PIC X(240).
       01  WS-TUT-MAY-LINE PIC X(200).
       01  WS-TUT-FILA.
           05  WS-TUT-F-MENOR PIC X(50).
           05  WS-TUT-F-TUTOR PIC X(50).
           05  WS-TUT-F-TIPO PIC X(6).
           05  WS-TUT-F-FECHA PIC X(14).
           05  WS-TUT-F-ESTADO PIC X.
           05  WS-TUT-F-FECHA-LIB PIC X(8).
       01  WS-TUT-TABLE.
           05  WS-TUT-ENTRY OCCURS 500 TIMES.
               10  WS-TUT-MENOR PIC X(50).
               10  WS-TUT-TUTOR PIC X(50).
               10  WS-TUT-TIPO PIC X(6).
               10  WS-TUT-FECHA PIC X(14).
               10  WS-TUT-ESTADO PIC X.
               10  WS-TUT-FECHA-LIB PIC X(8).

       01  WS-CALIDAD-STATUS PIC XX.
       01  WS-CALRES-STATUS PIC XX.
       01  WS-CAL-MIN-DIGITOS PIC 9(2) VALUE 8.
       01  WS-CAL-EDAD-MAX PIC 9(3) VALUE 110.
       01  WS-CAL-LINE PIC X(150).
       01  WS-CAL-RES-LINE PIC X(80).
       01  WS-CAL-REGLA PIC X(20).
       01  WS-CAL-VALOR PIC X(50).
       01  WS-CAL-CAMPO PIC X(30).
       01  WS-CAL-IDX PIC 9(2) VALUE 0.
       01  WS-CAL-CHAR PIC X.
       01  WS-CAL-DIGITOS PIC 9(2) VALUE 0.
       01  WS-CAL-LETRAS PIC 9(2) VALUE 0.
       01  WS-CAL-MAYUS PIC 9(2) VALUE 0.
       01  WS-CAL-REG-VIOL PIC 9(2) VALUE 0.
       01  WS-CAL-TOTAL-REG PIC 9(6) VALUE 0.
       01  WS-CAL-TOTAL-CON PIC 9(6) VALUE 0.
       01  WS-CAL-TOTAL-VIOL PIC 9(6) VALUE 0.
       01  WS-CAL-PCT PIC 9(3)V9 VALUE 0.
       01  WS-CAL-PCT-ED PIC ZZ9.9.
       01  WS-CAL-ERROR PIC X VALUE "N".
       01  WS-CAL-SUC-ESTADO PIC X.
       01  WS-CAL-SUC-COUNT PIC 9(2) VALUE 0.
       01  WS-CAL-SUC-IDX PIC 9(2) VALUE 0.
       01  WS-CAL-SUC-ACT PIC 9(2) VALUE 0.
       01  WS-CAL-SUC-TABLE.
           05  WS-CAL-SUC-ENTRY OCCURS 51 TIMES.
               10  WS-CAL-SUC-CODIGO PIC X(3).
               10  WS-CAL-SUC-REG PIC 9(6).
               10  WS-CAL-SUC-CON PIC 9(6).
               10  WS-CAL-SUC-VIOL PIC 9(6).
       01  WS-CAL-F-EMAIL PIC X(50).
       01  WS-CAL-F-SUC PIC X(3).
       01  WS-CAL-F-REGLA PIC X(20).
       01  WS-CAL-F-VALOR PIC X(50).
       01  WS-CAL-SEL PIC 9(2) VALUE 0.
       01  WS-CAL-FIN PIC X VALUE "N".
       01  WS-CAL-PAG-COUNT PIC 9(2) VALUE 0.
       01  WS-CAL-ELEGIDO PIC X(50).
       01  WS-CAL-PAGINA.
           05  WS-CAL-PAG-EMAIL PIC X(50) OCCURS 20 TIMES.

       01  WS-CALENDARIO-STATUS PIC XX.
       01  WS-CLD-COUNT PIC 9(3) VALUE 0.
       01  WS-CLD-IDX PIC 9(3) VALUE 0.
       01  WS-CLD-POS PIC 9(3) VALUE 0.
       01  WS-CLD-SEL PIC 9(3) VALUE 0.
       01  WS-CLD-TRUNCADO PIC X VALUE "N".
       01  WS-CLD-GRABADO PIC X VALUE "N".
       01  WS-CLD-OPCION PIC X.
       01  WS-CLD-LINE PIC X(60).
       01  WS-CLD-FECHA-X PIC X(8).
       01  WS-CLD-FECHA-N PIC 9(8) VALUE 0.
       01  WS-CLD-FECHA-OK PIC X VALUE "N".
       01  WS-CLD-TIPO PIC X.
       01  WS-CLD-DESC PIC X(40).
       01  WS-CLD-INT PIC 9(9) VALUE 0.
       01  WS-CLD-INT-FIN PIC 9(9) VALUE 0.
       01  WS-CLD-DIA-SEM PIC 9 VALUE 0.
       01  WS-CLD-HABIL PIC X VALUE "Y".
       01  WS-CLD-MOTIVO PIC X(40).
       01  WS-CLD-PENDIENTE PIC X(8).
       01  WS-CLD-TABLE.
           05  WS-CLD-ENTRY OCCURS 400 TIMES.
               10  WS-CLD-E-FECHA PIC X(8).
               10  WS-CLD-E-TIPO PIC X.
               10  WS-CLD-E-DESC PIC X(40).

       01  WS-PARAMETROS-STATUS PIC XX.
       01  WS-PAR-COUNT PIC 9(2) VALUE 14.
       01  WS-PAR-IDX PIC 9(2) VALUE 0.
       01  WS-PAR-SEL PIC 9(2) VALUE 0.
       01  WS-PAR-HALLADO PIC 9(2) VALUE 0.
       01  WS-PAR-LINE PIC X(40).
       01  WS-PAR-LOG-LINE PIC X(100).
       01  WS-PAR-CLAVE-LEIDA PIC X(20).
       01  WS-PAR-VALOR-X PIC X(5) JUSTIFIED RIGHT.
       01  WS-PAR-LARGO PIC 9(2) VALUE 0.
       01  WS-PAR-NUEVO PIC 9(5) VALUE 0.
       01  WS-PAR-ANTERIOR PIC 9(5) VALUE 0.
       01  WS-PAR-VALOR-ED PIC ZZZZ9.
       01  WS-PAR-MINIMO-ED PIC ZZZZ9.
       01  WS-PAR-MAXIMO-ED PIC ZZZZ9.
       01  WS-PAR-ANTERIOR-ED PIC ZZZZ9.
       01  WS-PAR-OK PIC X VALUE "Y".
       01  WS-PAR-GRABADO PIC X VALUE "N".
       01  WS-PAR-DEFINICION.
           05  FILLER PIC X(20) VALUE "PASS-DIAS-VIGENCIA".
           05  FILLER PIC 9(5) VALUE 90.
           05  FILLER PIC 9(5) VALUE 1.
           05  FILLER PIC 9(5) VALUE 999.
           05  FILLER PIC X(35)
               VALUE "Dias de vigencia de la contrasena".
           05  FILLER PIC X(20) VALUE "LOGIN-INTENTOS".
           05  FILLER PIC 9(5) VALUE 3.
           05  FILLER PIC 9(5) VALUE 1.
           05  FILLER PIC 9(5) VALUE 9.
           05  FILLER PIC X(35)
               VALUE "Intentos de ingreso permitidos".
           05  FILLER PIC X(20) VALUE "CHECKPOINT-FREC".
           05  FILLER PIC 9(5) VALUE 10.
           05  FILLER PIC 9(5) VALUE 1.
           05  FILLER PIC 9(5) VALUE 999.
           05  FILLER PIC X(35)
               VALUE "Registros batch entre checkpoints".
           05  FILLER PIC X(20) VALUE "RESP-GENERACIONES".
           05  FILLER PIC 9(5) VALUE 7.
           05  FILLER PIC 9(5) VALUE 1.
           05  FILLER PIC 9(5) VALUE 9.
           05  FILLER PIC X(35)
               VALUE "Generaciones de respaldo".
           05  FILLER PIC X(20) VALUE "APR-DIAS-VIGENCIA".
           05  FILLER PIC 9(5) VALUE 5.
           05  FILLER PIC 9(5) VALUE 1.
           05  FILLER PIC 9(5) VALUE 365.
           05  FILLER PIC X(35)
               VALUE "Dias de vigencia de aprobaciones".
           05  FILLER PIC X(20) VALUE "BLQ-HORAS-VENCE".
           05  FILLER PIC 9(5) VALUE 12.
           05  FILLER PIC 9(5) VALUE 1.
           05  FILLER PIC 9(5) VALUE 999.
           05  FILLER PIC X(35)
               VALUE "Horas para bloqueo vencido".
           05  FILLER PIC X(20) VALUE "CAL-MIN-DIGITOS".
           05  FILLER PIC 9(5) VALUE 8.
           05  FILLER PIC 9(5) VALUE 1.
           05  FILLER PIC 9(5) VALUE 15.
           05  FILLER PIC X(35)
               VALUE "Digitos minimos del telefono".
           05  FILLER PIC X(20) VALUE "CAL-EDAD-MAX".
           05  FILLER PIC 9(5) VALUE 110.
           05  FILLER PIC 9(5) VALUE 18.
           05  FILLER PIC 9(5) VALUE 150.
           05  FILLER PIC X(35)
               VALUE "Edad maxima plausible".
           05  FILLER PIC X(20) VALUE "EDAD-BANDA-1".
           05  FILLER PIC 9(5) VALUE 18.
           05  FILLER PIC 9(5) VALUE 1.
           05  FILLER PIC 9(5) VALUE 150.
           05  FILLER PIC X(35)
               VALUE "Reporte mensual: inicio banda 2".
           05  FILLER PIC X(20) VALUE "EDAD-BANDA-2".
           05  FILLER PIC 9(5) VALUE 26.
           05  FILLER PIC 9(5) VALUE 1.
           05  FILLER PIC 9(5) VALUE 150.
           05  FILLER PIC X(35)
               VALUE "Reporte mensual: inicio banda 3".
           05  FILLER PIC X(20) VALUE "EDAD-BANDA-3".
           05  FILLER PIC 9(5) VALUE 36.
           05  FILLER PIC 9(5) VALUE 1.
           05  FILLER PIC 9(5) VALUE 150.
           05  FILLER PIC X(35)
               VALUE "Reporte mensual: inicio banda 4".
           05  FILLER PIC X(20) VALUE "EDAD-BANDA-4".
           05  FILLER PIC 9(5) VALUE 46.
           05  FILLER PIC 9(5) VALUE 1.
           05  FILLER PIC 9(5) VALUE 150.
           05  FILLER PIC X(35)
               VALUE "Reporte mensual: inicio banda 5".
           05  FILLER PIC X(20) VALUE "EDAD-BANDA-5".
           05  FILLER PIC 9(5) VALUE 56.
           05  FILLER PIC 9(5) VALUE 1.
           05  FILLER PIC 9(5) VALUE 150.
           05  FILLER PIC X(35)
               VALUE "Reporte mensual: inicio banda 6".
           05  FILLER PIC X(20) VALUE "EDAD-BANDA-6".
           05  FILLER PIC 9(5) VALUE 66.
           05  FILLER PIC 9(5) VALUE 1.
           05  FILLER PIC 9(5) VALUE 150.
           05  FILLER PIC X(35)
               VALUE "Reporte mensual: inicio banda 7".
       01  WS-PAR-TABLE REDEFINES WS-PAR-DEFINICION.
           05  WS-PAR-ENTRY OCCURS 14 TIMES.
               10  WS-PAR-CLAVE PIC X(20).
               10  WS-PAR-DEFECTO PIC 9(5).
               10  WS-PAR-MINIMO PIC 9(5).
               10  WS-PAR-MAXIMO PIC 9(5).
               10  WS-PAR-DESC PIC X(35).
       01  WS-PAR-VALORES.
           05  WS-PAR-VALOR PIC 9(5) OCCURS 14 TIMES.

       01  WS-AUDIDX-STATUS PIC XX.
       01  WS-ARCOCTL-STATUS PIC XX.
       01  WS-ARCOREG-STATUS PIC XX.
       01  WS-ARCODOS-STATUS PIC XX.
       01  WS-ARCOFTE-STATUS PIC XX.
       01  WS-ARC-DOS-NAME PIC X(30).
       01  WS-ARC-FTE-NAME PIC X(30).
       01  WS-ARC-NUMERO PIC 9(6) VALUE 0.
       01  WS-ARC-NUMERO-X PIC X(6).
       01  WS-ARC-FECHA PIC X(14).
       01  WS-ARC-CTL-LINE PIC X(20).
       01  WS-ARC-REG-LINE PIC X(250).
       01  WS-ARC-DOS-LINE PIC X(660).
       01  WS-ARC-IDX-LINE PIC X(40).
       01  WS-ARC-EMAIL-SOL PIC X(50).
       01  WS-ARC-TIPO PIC X(7).
       01  WS-ARC-OPCION PIC X.
       01  WS-ARC-USUARIO PIC X(30).
       01  WS-ARC-RESULTADO PIC X(15).
       01  WS-ARC-DETALLE PIC X(60).
       01  WS-ARC-OK PIC X VALUE "N".
       01  WS-ARC-FOLIO PIC 9(8) VALUE 0.
       01  WS-ARC-FOLIO-X PIC X(8).
       01  WS-ARC-TEXTO PIC X(612).
       01  WS-ARC-MAYUS PIC X(612).
       01  WS-ARC-BUSCA PIC X(50).
       01  WS-ARC-TALLY PIC 9(4) VALUE 0.
       01  WS-ARC-FTE-AUDIT PIC X VALUE "N".
       01  WS-ARC-FTE-IDX PIC 9(2) VALUE 0.
       01  WS-ARC-FTE-CTA PIC 9(6) VALUE 0.
       01  WS-ARC-FTE-NOTA PIC X(15).
       01  WS-ARC-TOTAL PIC 9(6) VALUE 0.
       01  WS-ARC-GEN PIC 9 VALUE 0.
       01  WS-ARC-E PIC 9(2) VALUE 0.
       01  WS-ARC-L PIC 9(2) VALUE 0.
       01  WS-ARC-EMAIL-COUNT PIC 9(2) VALUE 0.
       01  WS-ARC-TRM-COUNT PIC 9(2) VALUE 0.
       01  WS-ARC-TRM-NUEVO PIC X(50).
       01  WS-ARC-TRM-HALLADO PIC X VALUE "N".
       01  WS-ARC-TERMINOS.
           05  WS-ARC-TRM-ENTRY OCCURS 12 TIMES.
               10  WS-ARC-TRM PIC X(50).
               10  WS-ARC-TRM-MAY PIC X(50).
               10  WS-ARC-TRM-LEN PIC 9(2).
       01  WS-ARC-ARCH-COUNT PIC 9(3) VALUE 0.
       01  WS-ARC-ARCH-IDX PIC 9(3) VALUE 0.
       01  WS-ARC-ARCH-J PIC 9(3) VALUE 0.
       01  WS-ARC-ARCH-NUEVO PIC X(30).
       01  WS-ARC-ARCH-HALLADO PIC X VALUE "N".
       01  WS-ARC-ARCH-TRUNCADO PIC X VALUE "N".
       01  WS-ARC-ARCHIVOS.
           05  WS-ARC-ARCH-NAME PIC X(30) OCCURS 200 TIMES.
       01  WS-ARC-RES-COUNT PIC 9(3) VALUE 0.
       01  WS-ARC-RES-IDX PIC 9(3) VALUE 0.
       01  WS-ARC-RESUMEN.
           05  WS-ARC-RES-ENTRY OCCURS 250 TIMES.
               10  WS-ARC-RES-FUENTE PIC X(30).
               10  WS-ARC-RES-CTA PIC 9(6).
               10  WS-ARC-RES-NOTA PIC X(15).
       01  WS-ARC-ANON-EMAIL PIC X(50).
       01  WS-ARC-MASTER-SAVE PIC X(240).
       01  WS-ARC-ERA-ACTIVO PIC X VALUE "N".
       01  WS-HISTMP-STATUS PIC XX.
       01  WS-ARC-DET-ADIC PIC X(40) VALUE SPACES.
       01  WS-ARC-HIS-OK PIC X VALUE "N".
       01  WS-ARC-HIS-CTA PIC 9(6) VALUE 0.
       01  WS-ARC-HIS-COINCIDE PIC X VALUE "N".
       01  WS-ARC-HIS-PREVIA PIC X(250).
       01  WS-ARC-FUENTES-FIJAS.
           05  FILLER PIC X(30) VALUE "historial.dat".
           05  FILLER PIC X(30) VALUE "auditoria.log".
           05  FILLER PIC X(30) VALUE "rechazos.txt".
           05  FILLER PIC X(30) VALUE "acuse_excepciones.txt".
           05  FILLER PIC X(30) VALUE "duplicados.txt".
           05  FILLER PIC X(30) VALUE "aprobaciones.csv".
           05  FILLER PIC X(30) VALUE "aprobaciones_hist.csv".
           05  FILLER PIC X(30) VALUE "tutores.dat".
           05  FILLER PIC X(30) VALUE "folio_correos.dat".
           05  FILLER PIC X(30) VALUE "correspondencia.dat".
           05  FILLER PIC X(30) VALUE "datos.csv".
           05  FILLER PIC X(30) VALUE "datos_activos.csv".
           05  FILLER PIC X(30) VALUE "extracto.dat".
           05  FILLER PIC X(30) VALUE "calidad_pendientes.txt".
           05  FILLER PIC X(30) VALUE "mayores_edad.txt".
           05  FILLER PIC X(30) VALUE "registros.txt".
           05  FILLER PIC X(30) VALUE "acuse.dat".
       01  WS-ARC-FUENTES-TABLE REDEFINES WS-ARC-FUENTES-FIJAS.
           05  WS-ARC-FUENTE PIC X(30) OCCURS 17 TIMES.

       01  WS-HASH-WORK.
           05  WS-HASH-NUM PIC 9(10).
           05  WS-HASH-TEMP PIC 9(12).
           05  FILLER PIC X(25) VALUE "Catalogo de Sucursales".
           05  FILLER PIC X(10) VALUE "C P - CP".
           05  FILLER PIC X(25) VALUE "Cambiar Contrase√±a".
           05  FILLER PIC X(10) VALUE "H C - HC".
           05  FILLER PIC X(25) VALUE "Historial de Cambios".
           05  FILLER PIC X(10) VALUE "A P - AP".
           05  FILLER PIC X(25) VALUE "Aprobaciones Pendientes".
           05  FILLER PIC X(10) VALUE "B L - BL".
           05  FILLER PIC X(25) VALUE "Bloqueo de Procesos".
           05  FILLER PIC X(10) VALUE "C W - CW".
           05  FILLER PIC X(25) VALUE "Pendientes de Calidad".
           05  FILLER PIC X(10) VALUE "C A - CA".
           05  FILLER PIC X(25) VALUE "Calendario Habil".
           05  FILLER PIC X(10) VALUE "P A - PA".
           05  FILLER PIC X(25) VALUE "Parametros de Operacion".
           05  FILLER PIC X(10) VALUE "A R - AR".
           05  FILLER PIC X(25) VALUE "Solicitudes ARCO".
           05  FILLER PIC X(10) VALUE "E S C".
           05  FILLER PIC X(05) VALUE "Salir".

       01  WS-RECORD-LINE PIC X(260).
       01  WS-USERS-LINE PIC X(80).

       SCREEN SECTION.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-RUN-MODE.
           MOVE SPACES TO WS-CMD-ARG.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-CMD-ARG.
           PERFORM FIJAR-FECHA-PROCESO THRU FIJAR-FECHA-PROCESO-EXIT.
           PERFORM CARGAR-PARAMETROS.
           IF WS-RUN-MODE = "REORG"
               PERFORM TOMAR-BLOQUEO THRU TOMAR-BLOQUEO-EXIT
               IF WS-BLQ-TOMADO = "Y"
                   PERFORM REORGANIZAR-MASTER
                   PERFORM LIBERAR-BLOQUEO
               END-IF
               STOP RUN
           END-IF.
           PERFORM MIGRAR-CSV-MASTER.
           IF WS-RUN-MODE = "BATCH"
               PERFORM TOMAR-BLOQUEO THRU TOMAR-BLOQUEO-EXIT
               IF WS-BLQ-TOMADO = "Y"
                   PERFORM PROCESO-BATCH THRU PROCESO-BATCH-EXIT
                   PERFORM LIBERAR-BLOQUEO
               END-IF
               STOP RUN
           END-IF.
           IF WS-RUN-MODE = "EXTRACT"
               PERFORM CONCILIAR-DATOS
               STOP RUN
           END-IF.
           IF WS-RUN-MODE = "CORRESP"
               PERFORM GENERAR-CORRESPONDENCIA
                   THRU GENERAR-CORRESPONDENCIA-EXIT
               STOP RUN
           END-IF.
           IF WS-RUN-MODE = "CALIDAD"
               PERFORM EVALUAR-CALIDAD THRU EVALUAR-CALIDAD-EXIT
               STOP RUN
           END-IF.
           IF WS-RUN-MODE = "ARCO"
               PERFORM ATENDER-ARCO-BATCH THRU ATENDER-ARCO-BATCH-EXIT
               STOP RUN
           END-IF.
           IF WS-RUN-MODE = "MAYORES"
               PERFORM LIBERAR-MAYORES-EDAD
                   THRU LIBERAR-MAYORES-EDAD-EXIT
               STOP RUN
           END-IF.
           IF WS-RUN-MODE = "ACUSE"
               PERFORM TOMAR-BLOQUEO THRU TOMAR-BLOQUEO-EXIT
               IF WS-BLQ-TOMADO = "Y"
                   PERFORM PROCESAR-ACUSES THRU PROCESAR-ACUSES-EXIT
                   PERFORM LIBERAR-BLOQUEO
               END-IF
               STOP RUN
           END-IF.
           IF WS-RUN-MODE = "RESPALDO"
               STOP RUN
           END-IF.
           IF WS-RUN-MODE = "RESTAURA"
               PERFORM TOMAR-BLOQUEO THRU TOMAR-BLOQUEO-EXIT
               IF WS-BLQ-TOMADO = "Y"
                   PERFORM RESTAURAR-DATOS THRU RESTAURAR-DATOS-EXIT
                   PERFORM LIBERAR-BLOQUEO
               END-IF
               STOP RUN
           END-IF.
           IF WS-RUN-MODE = "DUPLICADOS"
               STOP RUN
           END-IF.
           IF WS-RUN-MODE = "CIERRE"
               PERFORM TOMAR-BLOQUEO THRU TOMAR-BLOQUEO-EXIT
               IF WS-BLQ-TOMADO = "Y"
                   PERFORM EJECUTAR-CIERRE THRU EJECUTAR-CIERRE-EXIT
                   PERFORM LIBERAR-BLOQUEO
               END-IF
               STOP RUN
           END-IF.
           IF WS-RUN-MODE = "FOLIOS"
               PERFORM TOMAR-BLOQUEO THRU TOMAR-BLOQUEO-EXIT
               IF WS-BLQ-TOMADO = "Y"
                   PERFORM NUMERAR-FOLIOS THRU NUMERAR-FOLIOS-EXIT
                   PERFORM LIBERAR-BLOQUEO
               END-IF
               STOP RUN
           END-IF.
           IF WS-RUN-MODE = "AUDIT"
               PERFORM REGISTRAR-AUDITORIA
               GO TO MENU-PARAGRAPH
           END-IF.
           IF WS-OPTION = "CD" OR WS-OPTION = "GA" OR WS-OPTION = "MT"
                   OR WS-OPTION = "AP"
               PERFORM VERIFICAR-BLOQUEO
               IF WS-BLQ-ACTIVO = "Y"
                   PERFORM AVISAR-BLOQUEO
                   GO TO MENU-PARAGRAPH
               END-IF
           END-IF.
           EVALUATE WS-OPTION
               WHEN "CD"
                   PERFORM CAPTURAR-DATOS THRU CAPTURAR-DATOS-EXIT
               WHEN "GA"
                   PERFORM GENERAR-CSV THRU GENERAR-CSV-EXIT
               WHEN "LD"
                   PERFORM LISTAR-DATOS
               WHEN "MT"
                       THRU MANTENER-SUCURSALES-EXIT
               WHEN "CP"
                   PERFORM CAMBIAR-PASSWORD
               WHEN "HC"
                   PERFORM CONSULTAR-HISTORIAL
                       THRU CONSULTAR-HISTORIAL-EXIT
               WHEN "AP"
                   PERFORM RESOLVER-APROBACIONES
                       THRU RESOLVER-APROBACIONES-EXIT
               WHEN "BL"
                   PERFORM ADMINISTRAR-BLOQUEO
                       THRU ADMINISTRAR-BLOQUEO-EXIT
               WHEN "CW"
                   PERFORM REVISAR-PENDIENTES-CALIDAD
                       THRU REVISAR-PENDIENTES-CALIDAD-EXIT
               WHEN "CA"
                   PERFORM MANTENER-CALENDARIO
                       THRU MANTENER-CALENDARIO-EXIT
               WHEN "PA"
                   PERFORM MANTENER-PARAMETROS
                       THRU MANTENER-PARAMETROS-EXIT
               WHEN "AR"
                   PERFORM ATENDER-SOLICITUD-ARCO
                       THRU ATENDER-SOLICITUD-ARCO-EXIT
               WHEN "ESC"
                   PERFORM EXIT-PROGRAM
               WHEN OTHER
                       MOVE "N" TO WS-PERMISO-OK
                       MOVE "SUCURSALES" TO WS-AUDIT-ACCION
                   END-IF
               WHEN "HC"
                   IF WS-LOGIN-ROLE NOT = "ADMIN"
                       MOVE "N" TO WS-PERMISO-OK
                       MOVE "HISTORIAL" TO WS-AUDIT-ACCION
                   END-IF
               WHEN "AP"
                   IF WS-LOGIN-ROLE NOT = "ADMIN"
                       MOVE "N" TO WS-PERMISO-OK
                       MOVE "APROBACION" TO WS-AUDIT-ACCION
                   END-IF
               WHEN "BL"
                   IF WS-LOGIN-ROLE NOT = "ADMIN"
                       MOVE "N" TO WS-PERMISO-OK
                       MOVE "BLOQUEO" TO WS-AUDIT-ACCION
                   END-IF
               WHEN "CW"
                   IF WS-LOGIN-ROLE NOT = "ADMIN"
                       MOVE "N" TO WS-PERMISO-OK
                       MOVE "CALIDAD" TO WS-AUDIT-ACCION
                   END-IF
               WHEN "CA"
                   IF WS-LOGIN-ROLE NOT = "ADMIN"
                       MOVE "N" TO WS-PERMISO-OK
                       MOVE "CALENDARIO" TO WS-AUDIT-ACCION
                   END-IF
               WHEN "PA"
                   IF WS-LOGIN-ROLE NOT = "ADMIN"
                       MOVE "N" TO WS-PERMISO-OK
                       MOVE "PARAMETROS" TO WS-AUDIT-ACCION
                   END-IF
               WHEN "AR"
                   IF WS-LOGIN-ROLE NOT = "ADMIN"
                       MOVE "N" TO WS-PERMISO-OK
                       MOVE "ARCO" TO WS-AUDIT-ACCION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       LOGIN-PROCESS.
           MOVE 0 TO WS-LOGIN-ATTEMPTS.
           MOVE "N" TO WS-LOGIN-OK.
           PERFORM UNTIL WS-LOGIN-OK = "Y"
                   OR WS-LOGIN-ATTEMPTS >= WS-LOGIN-INTENTOS-MAX
               DISPLAY LOGIN-SCREEN
               ACCEPT WS-NAME
               ACCEPT WS-PASSWORD WITH SECURE
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM-HOY)
                   - FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM-CAMBIO)
           END-IF.
           IF WS-PASS-DIAS > WS-PASS-DIAS-MAX
               DISPLAY "Su contrase√±a tiene mas de "
                   WS-PASS-DIAS-MAX " dias y debe cambiarse."
               PERFORM SOLICITAR-PASSWORD-NUEVA
               PERFORM ACTUALIZAR-PASSWORD-USUARIO
               MOVE WS-LOGIN-USER TO WS-NAME
               DISPLAY "Rol invalido. Rol (ADMIN/CAPTURA/CONSULTA):"
               ACCEPT WS-USER-ROLE
           END-PERFORM.
           MOVE "ROL" TO WS-APR-NUEVO-TIPO.
           MOVE WS-USR-NAME(WS-USR-SEL) TO WS-APR-NUEVO-OBJETIVO.
           MOVE WS-USER-ROLE TO WS-APR-NUEVO-VALOR.
           PERFORM REGISTRAR-SOLICITUD THRU REGISTRAR-SOLICITUD-EXIT.
           MOVE WS-APR-NUEVO-OBJETIVO TO WS-NAME.
           MOVE "ADMIN-USUARIOS" TO WS-AUDIT-ACCION.
           IF WS-APR-GRABADO = "Y"
               MOVE "ROL-SOLICITADO" TO WS-AUDIT-RESULTADO
           ELSE
               MOVE "FALLIDO" TO WS-AUDIT-RESULTADO
           END-IF.
           PERFORM REGISTRAR-AUDITORIA.

       APLICAR-ROL-USUARIO.
           MOVE "N" TO WS-USR-GRABADO.
           PERFORM CARGAR-TABLA-USUARIOS.
           MOVE 0 TO WS-USR-SEL.
           PERFORM VARYING WS-USR-IDX FROM 1 BY 1
                   UNTIL WS-USR-IDX > WS-USR-COUNT
               IF WS-USR-NAME(WS-USR-IDX) = WS-APR-OBJETIVO(WS-APR-IDX)
                   MOVE WS-USR-IDX TO WS-USR-SEL
               END-IF
           END-PERFORM.
           IF WS-USR-SEL = 0
               DISPLAY "No se encontro el usuario en usuarios.csv."
           ELSE
               MOVE WS-APR-VALOR(WS-APR-IDX)
                   TO WS-USR-ROLE(WS-USR-SEL)
               PERFORM GRABAR-TABLA-USUARIOS
                   THRU GRABAR-TABLA-USUARIOS-EXIT
           END-IF.
           MOVE WS-APR-OBJETIVO(WS-APR-IDX) TO WS-NAME.
           MOVE "ADMIN-USUARIOS" TO WS-AUDIT-ACCION.
           IF WS-USR-GRABADO = "Y"
               DISPLAY "Rol actualizado."
               MOVE "ROL-CAMBIADO" TO WS-AUDIT-RESULTADO
               MOVE "Y" TO WS-APR-APLICADA
           ELSE
               DISPLAY "No se pudo actualizar usuarios.csv."
               MOVE "FALLIDO" TO WS-AUDIT-RESULTADO
       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE SPACES TO WS-AUDIT-LINE.
           IF WS-AUDIT-DETALLE = SPACES
               STRING WS-AUDIT-TIMESTAMP "," WS-NAME ","
                   WS-AUDIT-ACCION "," WS-AUDIT-RESULTADO
                   DELIMITED BY SIZE INTO WS-AUDIT-LINE
           ELSE
               STRING WS-AUDIT-TIMESTAMP "," WS-NAME ","
                   WS-AUDIT-ACCION "," WS-AUDIT-RESULTADO ","
                   WS-AUDIT-DETALLE
                   DELIMITED BY SIZE INTO WS-AUDIT-LINE
               MOVE SPACES TO WS-AUDIT-DETALLE
           END-IF.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35" OR WS-AUDIT-STATUS = "05"
               CLOSE AUDIT-FILE
           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE.
           CLOSE AUDIT-FILE.

       ARMAR-DETALLE-FOLIO.
           MOVE WS-HIS-DESPUES TO WS-HIS-IMAGEN.
           MOVE SPACES TO WS-AUDIT-DETALLE.
           IF WS-HIM-FOLIO IS NUMERIC AND WS-HIM-FOLIO > 0
               STRING "FOLIO " WS-HIM-FOLIO
                   DELIMITED BY SIZE INTO WS-AUDIT-DETALLE
           END-IF.

       REGISTRAR-HISTORIAL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-HIS-FECHA.
           IF WS-RUN-MODE = SPACES
               MOVE "PANTALLA" TO WS-HIS-ORIGEN
               MOVE WS-LOGIN-USER TO WS-HIS-USUARIO
           ELSE
               MOVE "BATCH" TO WS-HIS-ORIGEN
               MOVE WS-RUN-MODE TO WS-HIS-USUARIO
           END-IF.
           MOVE WS-HIS-DESPUES(1:50) TO WS-HIS-EMAIL.
           OPEN EXTEND HISTORIAL-FILE.
           IF WS-HISTORIAL-STATUS = "35" OR WS-HISTORIAL-STATUS = "05"
               CLOSE HISTORIAL-FILE
               OPEN OUTPUT HISTORIAL-FILE
           END-IF.
           WRITE HISTORIAL-RECORD FROM WS-HIS-REGISTRO.
           IF WS-HISTORIAL-STATUS NOT = "00"
               DISPLAY "Error al escribir historial.dat, estado: "
                   WS-HISTORIAL-STATUS
           END-IF.
           CLOSE HISTORIAL-FILE.

       VALIDAR-CREDENCIALES.
           MOVE "N" TO WS-LOGIN-OK.
           MOVE "N" TO WS-LOGIN-INACTIVO.
               PERFORM VALIDAR-FECHA-NAC
                   THRU VALIDAR-FECHA-NAC-EXIT
           END-PERFORM.
           PERFORM CAPTURAR-TUTOR THRU CAPTURAR-TUTOR-EXIT.
           IF WS-TUT-VALIDO NOT = "Y"
               DISPLAY "Captura rechazada: un menor de edad requiere "
                   "un tutor registrado y activo."
               MOVE "CAPTURA" TO WS-AUDIT-ACCION
               MOVE "MENOR-SIN-TUTOR" TO WS-AUDIT-RESULTADO
               PERFORM REGISTRAR-AUDITORIA
               GO TO CAPTURAR-DATOS-EXIT
           END-IF.
           PERFORM CARGAR-TABLA-SUCURSALES.
           IF WS-SUC-COUNT = 0
               DISPLAY "Sin catalogo de sucursales; registro sin "
           MOVE "CAPTURA" TO WS-AUDIT-ACCION.
           MOVE "EXITOSO" TO WS-AUDIT-RESULTADO.
           PERFORM REGISTRAR-AUDITORIA.
       CAPTURAR-DATOS-EXIT.
           EXIT.

       CAPTURAR-TUTOR.
           MOVE SPACES TO WS-TUT-NUEVO-TUTOR WS-TUT-NUEVO-TIPO.
           MOVE "Y" TO WS-TUT-VALIDO.
           MOVE WS-BIRTHDATE TO WS-TUT-NAC-X.
           PERFORM CALCULAR-EDAD-TUTOR.
           IF WS-TUT-ES-MENOR NOT = "Y"
               GO TO CAPTURAR-TUTOR-EXIT
           END-IF.
           DISPLAY "El registrante es menor de edad (" WS-TUT-EDAD
               " anos); se requiere un tutor.".
           MOVE "N" TO WS-TUT-VALIDO.
           MOVE "N" TO WS-TUT-CANCELA.
           PERFORM UNTIL WS-TUT-VALIDO = "Y" OR WS-TUT-CANCELA = "Y"
               DISPLAY "Correo del tutor (registrante activo; ENTER "
                   "cancela la captura):"
               MOVE SPACES TO WS-TUT-NUEVO-TUTOR
               ACCEPT WS-TUT-NUEVO-TUTOR
               IF WS-TUT-NUEVO-TUTOR = SPACES
                   MOVE "Y" TO WS-TUT-CANCELA
               ELSE
                   PERFORM VALIDAR-TUTOR
                   IF WS-TUT-VALIDO NOT = "Y"
                       PERFORM AVISAR-TUTOR-INVALIDO
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TUT-VALIDO NOT = "Y"
               GO TO CAPTURAR-TUTOR-EXIT
           END-IF.
           DISPLAY "Parentesco (PADRE, MADRE, TUTOR, OTRO; ENTER = "
               "TUTOR):".
           MOVE SPACES TO WS-TUT-NUEVO-TIPO.
           ACCEPT WS-TUT-NUEVO-TIPO.
           PERFORM VALIDAR-TIPO-TUTOR.
           PERFORM UNTIL WS-TUT-TIPO-OK = "Y"
               DISPLAY "Parentesco invalido. Use PADRE, MADRE, TUTOR "
                   "u OTRO:"
               MOVE SPACES TO WS-TUT-NUEVO-TIPO
               ACCEPT WS-TUT-NUEVO-TIPO
               PERFORM VALIDAR-TIPO-TUTOR
           END-PERFORM.
       CAPTURAR-TUTOR-EXIT.
           EXIT.

       CALCULAR-EDAD-TUTOR.
           MOVE "N" TO WS-TUT-ES-MENOR.
           MOVE 0 TO WS-TUT-EDAD.
           IF WS-TUT-NAC-X IS NUMERIC
               MOVE WS-TUT-NAC-X TO WS-TUT-NAC
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TUT-HOY
               IF WS-TUT-NAC <= WS-TUT-HOY
                   COMPUTE WS-TUT-EDAD =
                       (WS-TUT-HOY - WS-TUT-NAC) / 10000
                   IF WS-TUT-EDAD < 18
                       MOVE "Y" TO WS-TUT-ES-MENOR
                   END-IF
               END-IF
           END-IF.

       VALIDAR-TUTOR.
           MOVE "N" TO WS-TUT-VALIDO.
           MOVE "TUTOR-INEXISTENTE" TO WS-TUT-MOTIVO.
           IF WS-TUT-NUEVO-TUTOR = WS-EMAIL
               MOVE "TUTOR-INVALIDO" TO WS-TUT-MOTIVO
           ELSE
               OPEN INPUT MASTER-FILE
               IF WS-MASTER-STATUS = "00"
                   MOVE WS-TUT-NUEVO-TUTOR TO MASTER-EMAIL
                   READ MASTER-FILE KEY IS MASTER-EMAIL
                       INVALID KEY
                           MOVE "TUTOR-INEXISTENTE" TO WS-TUT-MOTIVO
                       NOT INVALID KEY
                           PERFORM EVALUAR-TUTOR-LEIDO
                   END-READ
                   CLOSE MASTER-FILE
               END-IF
           END-IF.

       EVALUAR-TUTOR-LEIDO.
           IF MASTER-ESTADO = "B" OR MASTER-ESTADO = "F"
               MOVE "TUTOR-INACTIVO" TO WS-TUT-MOTIVO
           ELSE
               MOVE MASTER-BIRTHDATE TO WS-TUT-NAC-X
               PERFORM CALCULAR-EDAD-TUTOR
               IF WS-TUT-ES-MENOR = "Y"
                   MOVE "TUTOR-MENOR" TO WS-TUT-MOTIVO
               ELSE
                   MOVE "Y" TO WS-TUT-VALIDO
                   MOVE SPACES TO WS-TUT-MOTIVO
               END-IF
           END-IF.

       AVISAR-TUTOR-INVALIDO.
           EVALUATE WS-TUT-MOTIVO
               WHEN "TUTOR-INVALIDO"
                   DISPLAY "El tutor no puede ser el mismo registrante."
               WHEN "TUTOR-INACTIVO"
                   DISPLAY "El tutor esta dado de baja en datos.dat."
               WHEN "TUTOR-MENOR"
                   DISPLAY "El tutor tambien es menor de edad."
               WHEN OTHER
                   DISPLAY "El tutor no esta registrado en datos.dat."
           END-EVALUATE.

       VALIDAR-TIPO-TUTOR.
           IF WS-TUT-NUEVO-TIPO = SPACES
               MOVE "TUTOR" TO WS-TUT-NUEVO-TIPO
           END-IF.
           IF WS-TUT-NUEVO-TIPO = "PADRE" OR WS-TUT-NUEVO-TIPO = "MADRE"
                   OR WS-TUT-NUEVO-TIPO = "TUTOR"
                   OR WS-TUT-NUEVO-TIPO = "OTRO"
               MOVE "Y" TO WS-TUT-TIPO-OK
           ELSE
               MOVE "N" TO WS-TUT-TIPO-OK
           END-IF.

       VALIDAR-FECHA-NAC.
           MOVE "N" TO WS-FECHA-VALIDA.
               WS-LIST-EMAIL WS-LIST-HASH WS-LIST-PHONE
               WS-LIST-BIRTH WS-LIST-ALTA WS-LIST-CAMBIO
               WS-LIST-ESTADO WS-LIST-FBAJA WS-LIST-MOTIVO
               WS-LIST-CONF WS-LIST-CONF-FECHA WS-LIST-SUC
               WS-LIST-FOLIO.
           UNSTRING CSV-RECORD DELIMITED BY ","
               INTO WS-LIST-NAME WS-LIST-LASTNAME
                    WS-LIST-EMAIL WS-LIST-HASH WS-LIST-PHONE
                    WS-LIST-BIRTH WS-LIST-ALTA WS-LIST-CAMBIO
                    WS-LIST-ESTADO WS-LIST-FBAJA WS-LIST-MOTIVO
                    WS-LIST-CONF WS-LIST-CONF-FECHA WS-LIST-SUC
                    WS-LIST-FOLIO.
           IF WS-LIST-EMAIL NOT = SPACES
               MOVE WS-LIST-EMAIL TO MASTER-EMAIL
               MOVE WS-LIST-NAME TO MASTER-NAME
               MOVE WS-LIST-CONF TO MASTER-CONFIRMA-ESTADO
               MOVE WS-LIST-CONF-FECHA TO MASTER-CONFIRMA-FECHA
               MOVE WS-LIST-SUC TO MASTER-SUCURSAL
               PERFORM MOVER-FOLIO-LISTA
               WRITE MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Correo duplicado omitido en la "
               END-WRITE
           END-IF.

       MOVER-FOLIO-LISTA.
           IF WS-LIST-FOLIO IS NUMERIC
               MOVE WS-LIST-FOLIO TO MASTER-FOLIO
           ELSE
               MOVE 0 TO MASTER-FOLIO
           END-IF.

       VALIDAR-EMAIL.
           MOVE 0 TO WS-AT-POS.
           MOVE 0 TO WS-DOT-POS.
               INTO WS-PASSWORD-HASH.

       GENERAR-CSV.
           MOVE WS-BIRTHDATE TO WS-TUT-NAC-X.
           PERFORM CALCULAR-EDAD-TUTOR.
           IF WS-TUT-ES-MENOR = "Y"
               IF WS-TUT-NUEVO-TUTOR = SPACES
                   MOVE "N" TO WS-TUT-VALIDO
                   MOVE "MENOR-SIN-TUTOR" TO WS-TUT-MOTIVO
               ELSE
                   PERFORM VALIDAR-TUTOR
               END-IF
               IF WS-TUT-VALIDO NOT = "Y"
                   DISPLAY "Registro no grabado: menor de edad sin "
                       "tutor valido (" WS-TUT-MOTIVO ")."
                   MOVE "N" TO WS-MAINT-SAVE-OK
                   MOVE "GENERAR-CSV" TO WS-AUDIT-ACCION
                   MOVE WS-TUT-MOTIVO TO WS-AUDIT-RESULTADO
                   PERFORM REGISTRAR-AUDITORIA
                   GO TO GENERAR-CSV-EXIT
               END-IF
           ELSE
               MOVE SPACES TO WS-TUT-NUEVO-TUTOR
           END-IF.
           PERFORM HASH-PASSWORD.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS = "35" OR WS-MASTER-STATUS = "05"
               OPEN OUTPUT MASTER-FILE
           END-IF.
           MOVE "Y" TO WS-MAINT-SAVE-OK.
           PERFORM ASIGNAR-FOLIO.
           MOVE WS-EMAIL TO MASTER-EMAIL.
           MOVE WS-NAME TO MASTER-NAME.
           MOVE WS-LASTNAME TO MASTER-LASTNAME.
           MOVE SPACES TO MASTER-CONFIRMA-ESTADO.
           MOVE SPACES TO MASTER-CONFIRMA-FECHA.
           MOVE WS-SUCURSAL TO MASTER-SUCURSAL.
           MOVE WS-FOL-NUEVO TO MASTER-FOLIO.
           MOVE SPACES TO WS-HIS-ANTES.
           MOVE MASTER-RECORD TO WS-HIS-DESPUES.
           WRITE MASTER-RECORD
               INVALID KEY
                   MOVE "N" TO WS-MAINT-SAVE-OK
               PERFORM REGISTRAR-AUDITORIA
           ELSE
               CLOSE MASTER-FILE
               MOVE "ALTA" TO WS-HIS-OPERACION
               PERFORM REGISTRAR-HISTORIAL
               MOVE WS-FOL-NUEVO TO WS-FXR-FOLIO-X
               MOVE WS-EMAIL TO WS-FXR-EMAIL
               PERFORM REGISTRAR-FOLIO-CORREO
               DISPLAY "Folio asignado: " WS-FOL-NUEVO " a " WS-EMAIL
               IF WS-TUT-NUEVO-TUTOR NOT = SPACES
                   PERFORM REGISTRAR-VINCULO-TUTOR
               END-IF
               ADD 1 TO WS-RUN-WRITE-COUNT
               IF WS-BATCH-EN-CURSO NOT = "Y"
                   DISPLAY "Incluir bajas en la exportacion? (S/N, "
               END-IF
               MOVE "GENERAR-CSV" TO WS-AUDIT-ACCION
               MOVE "EXITOSO" TO WS-AUDIT-RESULTADO
               PERFORM ARMAR-DETALLE-FOLIO
               PERFORM REGISTRAR-AUDITORIA
           END-IF.
       GENERAR-CSV-EXIT.
           EXIT.

       ASIGNAR-FOLIO.
           PERFORM LEER-CONTROL-FOLIO.
           MOVE "N" TO WS-FOL-LIBRE.
           PERFORM UNTIL WS-FOL-LIBRE = "Y"
               ADD 1 TO WS-FOL-ULTIMO
               MOVE WS-FOL-ULTIMO TO MASTER-FOLIO
               READ MASTER-FILE KEY IS MASTER-FOLIO
                   INVALID KEY
                       MOVE "Y" TO WS-FOL-LIBRE
               END-READ
               IF WS-MASTER-STATUS NOT = "00"
                       AND WS-MASTER-STATUS NOT = "02"
                   MOVE "Y" TO WS-FOL-LIBRE
               END-IF
           END-PERFORM.
           MOVE WS-FOL-ULTIMO TO WS-FOL-NUEVO.
           PERFORM GRABAR-CONTROL-FOLIO.

       LEER-CONTROL-FOLIO.
           MOVE 0 TO WS-FOL-ULTIMO.
           OPEN INPUT FOLCTL-FILE.
           IF WS-FOLCTL-STATUS = "00"
               MOVE SPACES TO WS-FOL-CTL-LINE
               READ FOLCTL-FILE INTO WS-FOL-CTL-LINE
                   AT END
                       MOVE SPACES TO WS-FOL-CTL-LINE
               END-READ
               IF WS-FOL-CTL-LINE(1:8) IS NUMERIC
                   MOVE WS-FOL-CTL-LINE(1:8) TO WS-FOL-ULTIMO
               END-IF
               CLOSE FOLCTL-FILE
           END-IF.

       GRABAR-CONTROL-FOLIO.
           OPEN OUTPUT FOLCTL-FILE.
           IF WS-FOLCTL-STATUS = "00"
               MOVE SPACES TO WS-FOL-CTL-LINE
               MOVE WS-FOL-ULTIMO TO WS-FOL-CTL-LINE(1:8)
               WRITE FOLCTL-RECORD FROM WS-FOL-CTL-LINE
               CLOSE FOLCTL-FILE
           ELSE
               DISPLAY "Error al grabar folio.ctl, estado: "
                   WS-FOLCTL-STATUS
           END-IF.

       REGISTRAR-FOLIO-CORREO.
           MOVE SPACES TO WS-FXR-LINE.
           STRING WS-FXR-FOLIO-X "," WS-FXR-EMAIL ","
               FUNCTION CURRENT-DATE(1:14)
               DELIMITED BY SIZE INTO WS-FXR-LINE.
           OPEN EXTEND FOLXREF-FILE.
           IF WS-FOLXREF-STATUS = "35" OR WS-FOLXREF-STATUS = "05"
               CLOSE FOLXREF-FILE
               OPEN OUTPUT FOLXREF-FILE
           END-IF.
           WRITE FOLXREF-RECORD FROM WS-FXR-LINE.
           IF WS-FOLXREF-STATUS NOT = "00"
               DISPLAY "Error al escribir folio_correos.dat, estado: "
                   WS-FOLXREF-STATUS
           END-IF.
           CLOSE FOLXREF-FILE.

       BUSCAR-FOLIO-CORREO.
           MOVE 0 TO WS-FXR-HALLADO.
           OPEN INPUT FOLXREF-FILE.
           IF WS-FOLXREF-STATUS = "00"
               PERFORM UNTIL WS-FOLXREF-STATUS = "10"
                   READ FOLXREF-FILE
                       AT END
                           MOVE "10" TO WS-FOLXREF-STATUS
                       NOT AT END
                           PERFORM COMPARAR-FOLIO-CORREO
                   END-READ
               END-PERFORM
               CLOSE FOLXREF-FILE
           END-IF.

       COMPARAR-FOLIO-CORREO.
           MOVE SPACES TO WS-FXR-FOLIO-X WS-FXR-EMAIL WS-FXR-FECHA.
           UNSTRING FOLXREF-RECORD DELIMITED BY ","
               INTO WS-FXR-FOLIO-X WS-FXR-EMAIL WS-FXR-FECHA.
           IF WS-FXR-EMAIL = WS-FXR-BUSCA-EMAIL
                   AND WS-FXR-FOLIO-X IS NUMERIC
               MOVE WS-FXR-FOLIO-X TO WS-FXR-HALLADO
           END-IF.

       EXPORTAR-CSV.
           OPEN INPUT MASTER-FILE.
               MASTER-FECHA-CAMBIO "," MASTER-ESTADO ","
               MASTER-FECHA-BAJA "," MASTER-MOTIVO-BAJA ","
               MASTER-CONFIRMA-ESTADO "," MASTER-CONFIRMA-FECHA
               "," MASTER-SUCURSAL "," MASTER-FOLIO
               DELIMITED BY SIZE INTO WS-RECORD-LINE.

       EXPORTAR-CSV-ACTIVOS.
               DISPLAY "No hay registros para mantener."
               GO TO MANTENIMIENTO-DATOS-EXIT
           END-IF.
           IF WS-MAINT-EMAIL-DADO = "Y"
               MOVE "N" TO WS-MAINT-EMAIL-DADO
           ELSE
               DISPLAY "Correo del registro a mantener:"
               ACCEPT WS-EMAIL
           END-IF.
           MOVE "Y" TO WS-MAINT-SAVE-OK.
           MOVE WS-EMAIL TO MASTER-EMAIL.
           READ MASTER-FILE KEY IS MASTER-EMAIL
           END-IF.
           MOVE MASTER-NAME TO WS-MAINT-AUDIT-NAME.
           MOVE MASTER-EMAIL TO WS-MAINT-OLD-EMAIL.
           MOVE MASTER-FOLIO TO WS-MAINT-FOLIO.
           MOVE MASTER-FECHA-CAMBIO TO WS-MAINT-FECHA-CAMBIO.
           MOVE "N" TO WS-MAINT-CONFLICTO.
           DISPLAY "Folio: " MASTER-FOLIO.
           IF MASTER-ESTADO = "B"
               DISPLAY MASTER-NAME " " MASTER-LASTNAME " "
                   MASTER-EMAIL " " MASTER-PHONE " "
           EVALUATE WS-MAINT-OPTION
               WHEN "E"
                   PERFORM EDITAR-REGISTRO-MAINT
                       THRU EDITAR-REGISTRO-MAINT-EXIT
                   MOVE "MANTENIMIENTO" TO WS-AUDIT-ACCION
                   IF WS-MAINT-SAVE-OK = "Y"
                       MOVE "EDITADO" TO WS-AUDIT-RESULTADO
                       PERFORM ARMAR-DETALLE-FOLIO
                   ELSE
                       IF WS-MAINT-CONFLICTO = "Y"
                           MOVE "CONFLICTO" TO WS-AUDIT-RESULTADO
                       ELSE
                           MOVE "FALLIDO" TO WS-AUDIT-RESULTADO
                       END-IF
                   END-IF
                   PERFORM REGISTRAR-AUDITORIA
               WHEN "D"
                   PERFORM SOLICITAR-BAJA-MAINT
                       THRU SOLICITAR-BAJA-MAINT-EXIT
                   MOVE WS-MAINT-AUDIT-NAME TO WS-NAME
                   MOVE "MANTENIMIENTO" TO WS-AUDIT-ACCION
                   IF WS-MAINT-SAVE-OK = "Y"
                       MOVE "BAJA-SOLICITADA" TO WS-AUDIT-RESULTADO
                   ELSE
                       MOVE "FALLIDO" TO WS-AUDIT-RESULTADO
                   END-IF
                   MOVE "MANTENIMIENTO" TO WS-AUDIT-ACCION
                   IF WS-MAINT-SAVE-OK = "Y"
                       MOVE "REACTIVADO" TO WS-AUDIT-RESULTADO
                       PERFORM ARMAR-DETALLE-FOLIO
                   ELSE
                       IF WS-MAINT-CONFLICTO = "Y"
                           MOVE "CONFLICTO" TO WS-AUDIT-RESULTADO
                       ELSE
                           MOVE "FALLIDO" TO WS-AUDIT-RESULTADO
                       END-IF
                   END-IF
                   PERFORM REGISTRAR-AUDITORIA
               WHEN "F"
                   PERFORM SOLICITAR-FUSION-MAINT
                       THRU SOLICITAR-FUSION-MAINT-EXIT
                   MOVE WS-MAINT-AUDIT-NAME TO WS-NAME
                   MOVE "MANTENIMIENTO" TO WS-AUDIT-ACCION
                   IF WS-MAINT-SAVE-OK = "Y"
                       MOVE "FUSION-SOLICITADA" TO WS-AUDIT-RESULTADO
                   ELSE
                       MOVE "FALLIDO" TO WS-AUDIT-RESULTADO
                   END-IF
                   DISPLAY "Operacion cancelada."
           END-EVALUATE.
           CLOSE MASTER-FILE.
           IF (WS-MAINT-OPTION = "E" OR WS-MAINT-OPTION = "R")
                   AND WS-MAINT-SAVE-OK = "Y"
               PERFORM EXPORTAR-CSV
               PERFORM CONTAR-REGISTROS-CSV
           EXIT.

       EDITAR-REGISTRO-MAINT.
           MOVE MASTER-RECORD TO WS-HIS-ANTES.
           MOVE MASTER-NAME TO WS-LIST-NAME.
           MOVE MASTER-LASTNAME TO WS-LIST-LASTNAME.
           MOVE MASTER-HASH TO WS-LIST-HASH.
               PERFORM HASH-PASSWORD
               MOVE WS-PASSWORD-HASH TO WS-LIST-HASH
           END-IF.
           PERFORM VERIFICAR-CONCURRENCIA-MAINT.
           IF WS-MAINT-SAVE-OK = "N"
               GO TO EDITAR-REGISTRO-MAINT-EXIT
           END-IF.
           IF WS-EMAIL = WS-MAINT-OLD-EMAIL
               MOVE WS-MAINT-OLD-EMAIL TO MASTER-EMAIL
               MOVE WS-NAME TO MASTER-NAME
               MOVE WS-LIST-CONF TO MASTER-CONFIRMA-ESTADO
               MOVE WS-LIST-CONF-FECHA TO MASTER-CONFIRMA-FECHA
               MOVE WS-LIST-SUC TO MASTER-SUCURSAL
               MOVE WS-MAINT-FOLIO TO MASTER-FOLIO
               MOVE MASTER-RECORD TO WS-HIS-DESPUES
               REWRITE MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-MAINT-SAVE-OK
                   MOVE WS-LIST-CONF TO MASTER-CONFIRMA-ESTADO
                   MOVE WS-LIST-CONF-FECHA TO MASTER-CONFIRMA-FECHA
                   MOVE WS-LIST-SUC TO MASTER-SUCURSAL
                   MOVE WS-MAINT-FOLIO TO MASTER-FOLIO
                   MOVE MASTER-RECORD TO WS-HIS-DESPUES
                   WRITE MASTER-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-MAINT-SAVE-OK
           IF WS-MAINT-SAVE-OK = "N"
               DISPLAY "Error al grabar datos.dat, estado: "
                   WS-MASTER-STATUS
           ELSE
               MOVE "EDITAR" TO WS-HIS-OPERACION
               PERFORM REGISTRAR-HISTORIAL
               IF WS-EMAIL NOT = WS-MAINT-OLD-EMAIL
                       AND WS-MAINT-FOLIO > 0
                   MOVE WS-MAINT-FOLIO TO WS-FXR-FOLIO-X
                   MOVE WS-EMAIL TO WS-FXR-EMAIL
                   PERFORM REGISTRAR-FOLIO-CORREO
               END-IF
               IF WS-EMAIL NOT = WS-MAINT-OLD-EMAIL
                   MOVE WS-MAINT-OLD-EMAIL TO WS-TUT-DESDE
                   MOVE WS-EMAIL TO WS-TUT-HACIA
                   PERFORM REASIGNAR-CORREO-TUTORES
               END-IF
           END-IF.
       EDITAR-REGISTRO-MAINT-EXIT.
           EXIT.

       VERIFICAR-CONCURRENCIA-MAINT.
           PERFORM VERIFICAR-BLOQUEO.
           IF WS-BLQ-ACTIVO = "Y"
               PERFORM AVISAR-BLOQUEO
               DISPLAY "Los cambios no se grabaron."
               MOVE "N" TO WS-MAINT-SAVE-OK
               MOVE "Y" TO WS-MAINT-CONFLICTO
           ELSE
               MOVE WS-MAINT-OLD-EMAIL TO MASTER-EMAIL
               READ MASTER-FILE KEY IS MASTER-EMAIL
                   INVALID KEY
                       MOVE "N" TO WS-MAINT-SAVE-OK
                       MOVE SPACES TO MASTER-FECHA-CAMBIO
               END-READ
               IF WS-MAINT-SAVE-OK = "N"
                       OR MASTER-FECHA-CAMBIO
                       NOT = WS-MAINT-FECHA-CAMBIO
                   DISPLAY "El registro fue modificado por otro "
                       "proceso despues de mostrarse (ultimo cambio: "
                       MASTER-FECHA-CAMBIO ")."
                   DISPLAY "Los cambios no se grabaron; vuelva a "
                       "consultar el registro."
                   MOVE "N" TO WS-MAINT-SAVE-OK
                   MOVE "Y" TO WS-MAINT-CONFLICTO
               END-IF
           END-IF.

       VERIFICAR-EMAIL-DUP-MAINT.
               END-READ
           END-IF.

       SOLICITAR-BAJA-MAINT.
           IF MASTER-ESTADO = "B"
               DISPLAY "El registro ya esta dado de baja."
               MOVE "N" TO WS-MAINT-SAVE-OK
               GO TO SOLICITAR-BAJA-MAINT-EXIT
           END-IF.
           MOVE MASTER-EMAIL TO WS-TUT-BUSCA.
           PERFORM CONTAR-MENORES-TUTOR.
           IF WS-TUT-MENORES > 0
               PERFORM AVISAR-TUTOR-CON-MENORES
               MOVE "N" TO WS-MAINT-SAVE-OK
               GO TO SOLICITAR-BAJA-MAINT-EXIT
           END-IF.
           DISPLAY "Motivo de la baja:".
           MOVE SPACES TO WS-BAJA-MOTIVO.
           ACCEPT WS-BAJA-MOTIVO.
           INSPECT WS-BAJA-MOTIVO REPLACING ALL "," BY ";".
           MOVE "BAJA" TO WS-APR-NUEVO-TIPO.
           MOVE MASTER-EMAIL TO WS-APR-NUEVO-OBJETIVO.
           MOVE WS-BAJA-MOTIVO TO WS-APR-NUEVO-VALOR.
           PERFORM REGISTRAR-SOLICITUD THRU REGISTRAR-SOLICITUD-EXIT.
           MOVE WS-APR-GRABADO TO WS-MAINT-SAVE-OK.
       SOLICITAR-BAJA-MAINT-EXIT.
           EXIT.

       SOLICITAR-FUSION-MAINT.
           IF MASTER-ESTADO = "B"
               DISPLAY "El registro destino esta dado de baja; "
                   "reactivelo antes de fusionar."
               MOVE "N" TO WS-MAINT-SAVE-OK
               GO TO SOLICITAR-FUSION-MAINT-EXIT
           END-IF.
           DISPLAY "Correo del registro duplicado que se fusiona en "
               "este:".
           MOVE SPACES TO WS-FUS-EMAIL.
           ACCEPT WS-FUS-EMAIL.
           IF WS-FUS-EMAIL = SPACES
                   OR WS-FUS-EMAIL = WS-MAINT-OLD-EMAIL
               DISPLAY "Correo invalido para la fusion."
               MOVE "N" TO WS-MAINT-SAVE-OK
               GO TO SOLICITAR-FUSION-MAINT-EXIT
           END-IF.
           MOVE WS-FUS-EMAIL TO MASTER-EMAIL.
           READ MASTER-FILE KEY IS MASTER-EMAIL
               INVALID KEY
                   MOVE "N" TO WS-MAINT-SAVE-OK
           END-READ.
           IF WS-MAINT-SAVE-OK = "N"
               DISPLAY "No existe un registro con ese correo."
               GO TO SOLICITAR-FUSION-MAINT-EXIT
           END-IF.
           MOVE "FUSION" TO WS-APR-NUEVO-TIPO.
           MOVE WS-MAINT-OLD-EMAIL TO WS-APR-NUEVO-OBJETIVO.
           MOVE WS-FUS-EMAIL TO WS-APR-NUEVO-VALOR.
           PERFORM REGISTRAR-SOLICITUD THRU REGISTRAR-SOLICITUD-EXIT.
           MOVE WS-APR-GRABADO TO WS-MAINT-SAVE-OK.
       SOLICITAR-FUSION-MAINT-EXIT.
           EXIT.

       BAJA-REGISTRO-MAINT.
           IF MASTER-ESTADO = "B"
               DISPLAY "El registro ya esta dado de baja."
               MOVE "N" TO WS-MAINT-SAVE-OK
               GO TO BAJA-REGISTRO-MAINT-EXIT
           END-IF.
           MOVE MASTER-EMAIL TO WS-TUT-BUSCA.
           PERFORM CONTAR-MENORES-TUTOR.
           IF WS-TUT-MENORES > 0
               PERFORM AVISAR-TUTOR-CON-MENORES
               MOVE "N" TO WS-MAINT-SAVE-OK
               GO TO BAJA-REGISTRO-MAINT-EXIT
           END-IF.
           MOVE MASTER-RECORD TO WS-HIS-ANTES.
           MOVE "B" TO MASTER-ESTADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MASTER-FECHA-BAJA.
           MOVE WS-BAJA-MOTIVO TO MASTER-MOTIVO-BAJA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MASTER-FECHA-CAMBIO.
           MOVE MASTER-RECORD TO WS-HIS-DESPUES.
           REWRITE MASTER-RECORD
               INVALID KEY
                   MOVE "N" TO WS-MAINT-SAVE-OK
           END-REWRITE.
           IF WS-MAINT-SAVE-OK = "N"
               DISPLAY "Error al dar de baja en datos.dat, estado: "
                   WS-MASTER-STATUS
           ELSE
               DISPLAY "Registro dado de baja."
               MOVE "BAJA" TO WS-HIS-OPERACION
               PERFORM REGISTRAR-HISTORIAL
           END-IF.
       BAJA-REGISTRO-MAINT-EXIT.
           EXIT.

       REACTIVAR-REGISTRO-MAINT.
           IF MASTER-ESTADO NOT = "B"
               DISPLAY "El registro no esta dado de baja."
               MOVE "N" TO WS-MAINT-SAVE-OK
               GO TO REACTIVAR-REGISTRO-MAINT-EXIT
           END-IF.
           PERFORM VERIFICAR-CONCURRENCIA-MAINT.
           IF WS-MAINT-SAVE-OK = "N"
               GO TO REACTIVAR-REGISTRO-MAINT-EXIT
           END-IF.
           MOVE MASTER-RECORD TO WS-HIS-ANTES.
           MOVE "A" TO MASTER-ESTADO.
           MOVE SPACES TO MASTER-FECHA-BAJA.
           MOVE SPACES TO MASTER-MOTIVO-BAJA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MASTER-FECHA-CAMBIO.
           MOVE MASTER-RECORD TO WS-HIS-DESPUES.
           REWRITE MASTER-RECORD
               INVALID KEY
                   MOVE "N" TO WS-MAINT-SAVE-OK
                   WS-MASTER-STATUS
           ELSE
               DISPLAY "Registro reactivado."
               MOVE "REACTIVA" TO WS-HIS-OPERACION
               PERFORM REGISTRAR-HISTORIAL
           END-IF.
       REACTIVAR-REGISTRO-MAINT-EXIT.
           EXIT.
           MOVE MASTER-FECHA-ALTA TO WS-LIST-ALTA.
           MOVE MASTER-CONFIRMA-ESTADO TO WS-LIST-CONF.
           MOVE MASTER-CONFIRMA-FECHA TO WS-LIST-CONF-FECHA.
           IF WS-FUS-EMAIL = SPACES
                   OR WS-FUS-EMAIL = WS-MAINT-OLD-EMAIL
               DISPLAY "Correo invalido para la fusion."
           MOVE MASTER-PHONE TO WS-FUS-PHONE.
           MOVE MASTER-BIRTHDATE TO WS-FUS-BIRTH.
           IF MASTER-ESTADO NOT = "B"
               MOVE MASTER-RECORD TO WS-HIS-ANTES
               MOVE "B" TO MASTER-ESTADO
               MOVE FUNCTION CURRENT-DATE(1:8) TO MASTER-FECHA-BAJA
               MOVE "FUSIONADO" TO MASTER-MOTIVO-BAJA
               MOVE FUNCTION CURRENT-DATE(1:14)
                   TO MASTER-FECHA-CAMBIO
               MOVE MASTER-RECORD TO WS-HIS-DESPUES
               REWRITE MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-MAINT-SAVE-OK
               END-REWRITE
               IF WS-MAINT-SAVE-OK = "Y"
                   MOVE "FUSIONADO" TO WS-HIS-OPERACION
                   PERFORM REGISTRAR-HISTORIAL
               END-IF
           END-IF.
           IF WS-MAINT-SAVE-OK = "N"
               DISPLAY "Error al dar de baja el duplicado, estado: "
                   WS-MASTER-STATUS
               GO TO FUSIONAR-REGISTRO-MAINT-EXIT
           END-IF.
           MOVE MASTER-RECORD TO WS-HIS-ANTES.
           MOVE WS-LIST-ALTA TO MASTER-FECHA-ALTA.
           MOVE WS-LIST-PHONE TO MASTER-PHONE.
           MOVE WS-LIST-BIRTH TO MASTER-BIRTHDATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MASTER-FECHA-CAMBIO.
           MOVE MASTER-RECORD TO WS-HIS-DESPUES.
           REWRITE MASTER-RECORD
               INVALID KEY
                   MOVE "N" TO WS-MAINT-SAVE-OK
           ELSE
               DISPLAY "Registro " WS-FUS-EMAIL " fusionado en "
                   WS-MAINT-OLD-EMAIL "."
               MOVE "FUSION" TO WS-HIS-OPERACION
               PERFORM REGISTRAR-HISTORIAL
               MOVE WS-FUS-EMAIL TO WS-TUT-DESDE
               MOVE WS-MAINT-OLD-EMAIL TO WS-TUT-HACIA
               PERFORM REASIGNAR-CORREO-TUTORES
           END-IF.
       FUSIONAR-REGISTRO-MAINT-EXIT.
           EXIT.
               DISPLAY "Error al abrir resumen_batch.txt, estado: "
                   WS-RESUMEN-STATUS
           ELSE
               PERFORM ESCRIBIR-CABECERA-RESUMEN
               MOVE SPACES TO WS-RESUMEN-LINE
               STRING "LOTE RECHAZADO: " WS-BATCH-PRE-ERROR
                   DELIMITED BY SIZE INTO WS-RESUMEN-LINE
               CLOSE RESUMEN-FILE
           END-IF.

       ESCRIBIR-CABECERA-RESUMEN.
           MOVE SPACES TO WS-RESUMEN-LINE.
           STRING "Fecha de proceso: " WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO WS-RESUMEN-LINE.
           WRITE RESUMEN-RECORD FROM WS-RESUMEN-LINE.
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-PAR-COUNT
               MOVE WS-PAR-VALOR(WS-PAR-IDX) TO WS-PAR-VALOR-ED
               MOVE SPACES TO WS-RESUMEN-LINE
               STRING "Parametro " WS-PAR-CLAVE(WS-PAR-IDX) " = "
                   WS-PAR-VALOR-ED
                   DELIMITED BY SIZE INTO WS-RESUMEN-LINE
               WRITE RESUMEN-RECORD FROM WS-RESUMEN-LINE
           END-PERFORM.

       LEER-CHECKPOINT.
           MOVE 0 TO WS-CHECKPOINT-REC.
           OPEN INPUT CHECKPOINT-FILE.
           MOVE SPACES TO WS-BATCH-TIPO.
           MOVE SPACES TO WS-NAME WS-LASTNAME WS-EMAIL WS-PASSWORD.
           MOVE SPACES TO WS-PHONE WS-BIRTHDATE WS-SUCURSAL.
           MOVE SPACES TO WS-TUT-NUEVO-TUTOR WS-TUT-NUEVO-TIPO.
           UNSTRING BATCH-RECORD DELIMITED BY ","
               INTO WS-BATCH-TIPO WS-NAME WS-LASTNAME WS-EMAIL
                    WS-PASSWORD WS-PHONE WS-BIRTHDATE WS-SUCURSAL
                    WS-TUT-NUEVO-TUTOR WS-TUT-NUEVO-TIPO.
           EVALUATE WS-BATCH-TIPO
               WHEN "A"
                   PERFORM PROCESAR-ALTA-BATCH
                   GO TO PROCESAR-ALTA-BATCH-EXIT
               END-IF
           END-IF.
           MOVE WS-BIRTHDATE TO WS-TUT-NAC-X.
           PERFORM CALCULAR-EDAD-TUTOR.
           IF WS-TUT-ES-MENOR = "Y"
               IF WS-TUT-NUEVO-TUTOR = SPACES
                   MOVE "N" TO WS-TUT-VALIDO
                   MOVE "MENOR-SIN-TUTOR" TO WS-TUT-MOTIVO
               ELSE
                   PERFORM VALIDAR-TUTOR
                   IF WS-TUT-VALIDO = "Y"
                       PERFORM VALIDAR-TIPO-TUTOR
                       IF WS-TUT-TIPO-OK NOT = "Y"
                           MOVE "N" TO WS-TUT-VALIDO
                           MOVE "PARENTESCO-INVALIDO" TO WS-TUT-MOTIVO
                       END-IF
                   END-IF
               END-IF
               IF WS-TUT-VALIDO NOT = "Y"
                   DISPLAY "Registro omitido, menor sin tutor valido: "
                       WS-EMAIL
                   ADD 1 TO WS-BATCH-ALTAS-RECH
                   MOVE WS-TUT-MOTIVO TO WS-RECHAZO-MOTIVO
                   PERFORM ESCRIBIR-RECHAZO
                   MOVE "CAPTURA" TO WS-AUDIT-ACCION
                   MOVE WS-TUT-MOTIVO TO WS-AUDIT-RESULTADO
                   PERFORM REGISTRAR-AUDITORIA
                   GO TO PROCESAR-ALTA-BATCH-EXIT
               END-IF
           END-IF.
           PERFORM VERIFICAR-EMAIL-DUPLICADO.
           IF WS-DUP-FOUND = "Y"
               DISPLAY "Registro omitido, correo duplicado: "
               MOVE "CAPTURA" TO WS-AUDIT-ACCION
               MOVE "EXITOSO" TO WS-AUDIT-RESULTADO
               PERFORM REGISTRAR-AUDITORIA
               PERFORM GENERAR-CSV THRU GENERAR-CSV-EXIT
           END-IF.
       PROCESAR-ALTA-BATCH-EXIT.
           EXIT.
               PERFORM REGISTRAR-AUDITORIA
               GO TO PROCESAR-CAMBIO-BATCH-EXIT
           END-IF.
           MOVE MASTER-RECORD TO WS-HIS-ANTES.
           IF WS-NAME NOT = SPACES
               MOVE WS-NAME TO MASTER-NAME
           END-IF.
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MASTER-FECHA-CAMBIO.
           MOVE MASTER-RECORD TO WS-HIS-DESPUES.
           REWRITE MASTER-RECORD
               INVALID KEY
                   MOVE "N" TO WS-MAINT-SAVE-OK
           END-REWRITE.
           CLOSE MASTER-FILE.
           IF WS-MAINT-SAVE-OK = "Y"
               MOVE "CAMBIO" TO WS-HIS-OPERACION
               PERFORM REGISTRAR-HISTORIAL
               ADD 1 TO WS-BATCH-CAMBIOS-OK
               MOVE "BATCH" TO WS-AUDIT-ACCION
               MOVE "CAMBIO" TO WS-AUDIT-RESULTADO
               PERFORM ARMAR-DETALLE-FOLIO
               PERFORM REGISTRAR-AUDITORIA
           ELSE
               DISPLAY "Error al grabar cambio de " WS-EMAIL
               PERFORM REGISTRAR-AUDITORIA
               GO TO PROCESAR-BAJA-BATCH-EXIT
           END-IF.
           MOVE WS-EMAIL TO WS-TUT-BUSCA.
           PERFORM CONTAR-MENORES-TUTOR.
           IF WS-TUT-MENORES > 0
               CLOSE MASTER-FILE
               DISPLAY "Baja omitida, tutor con " WS-TUT-MENORES
                   " menor(es) activo(s): " WS-EMAIL
               ADD 1 TO WS-BATCH-BAJAS-RECH
               MOVE "TUTOR-CON-MENORES" TO WS-RECHAZO-MOTIVO
               PERFORM ESCRIBIR-RECHAZO
               MOVE "BATCH" TO WS-AUDIT-ACCION
               MOVE "TUTOR-CON-MENORES" TO WS-AUDIT-RESULTADO
               PERFORM REGISTRAR-AUDITORIA
               GO TO PROCESAR-BAJA-BATCH-EXIT
           END-IF.
           MOVE MASTER-RECORD TO WS-HIS-ANTES.
           MOVE "B" TO MASTER-ESTADO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MASTER-FECHA-BAJA.
           MOVE "BAJA-BATCH" TO MASTER-MOTIVO-BAJA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MASTER-FECHA-CAMBIO.
           MOVE MASTER-RECORD TO WS-HIS-DESPUES.
           REWRITE MASTER-RECORD
               INVALID KEY
                   MOVE "N" TO WS-MAINT-SAVE-OK
           END-REWRITE.
           CLOSE MASTER-FILE.
           IF WS-MAINT-SAVE-OK = "Y"
               MOVE "BAJA" TO WS-HIS-OPERACION
               PERFORM REGISTRAR-HISTORIAL
               ADD 1 TO WS-BATCH-BAJAS-OK
               MOVE "BATCH" TO WS-AUDIT-ACCION
               MOVE "BAJA" TO WS-AUDIT-RESULTADO
               PERFORM ARMAR-DETALLE-FOLIO
               PERFORM REGISTRAR-AUDITORIA
           ELSE
               DISPLAY "Error al grabar baja de " WS-EMAIL
               DISPLAY "Error al abrir resumen_batch.txt, estado: "
                   WS-RESUMEN-STATUS
           ELSE
               PERFORM ESCRIBIR-CABECERA-RESUMEN
               MOVE SPACES TO WS-RESUMEN-LINE
               STRING "Fecha del lote: " WS-BATCH-FECHA-LOTE
                   DELIMITED BY SIZE INTO WS-RESUMEN-LINE
                   AND WS-AUD-LIN-USER NOT = WS-AUD-FILTRO-USER
               MOVE "N" TO WS-AUD-COINCIDE
           END-IF.
           IF WS-AUD-FILTRO-ACCION NOT = SPACES
                   AND WS-AUD-LIN-ACCION NOT = WS-AUD-FILTRO-ACCION
               MOVE "N" TO WS-AUD-COINCIDE
           END-IF.
           IF WS-AUD-FILTRO-RESULT NOT = SPACES
                   AND WS-AUD-LIN-RESULT NOT = WS-AUD-FILTRO-RESULT
               MOVE "N" TO WS-AUD-COINCIDE
           END-IF.
           IF WS-AUD-FECHA-DESDE NOT = SPACES
                   AND WS-AUD-LIN-FECHA < WS-AUD-FECHA-DESDE
               MOVE "N" TO WS-AUD-COINCIDE
           END-IF.
           IF WS-AUD-FECHA-HASTA NOT = SPACES
                   AND WS-AUD-LIN-FECHA > WS-AUD-FECHA-HASTA
               MOVE "N" TO WS-AUD-COINCIDE
           END-IF.
           IF WS-AUD-COINCIDE = "Y"
               ADD 1 TO WS-AUD-ENCONTRADAS
               DISPLAY WS-AUD-LIN-FECHA " " WS-AUD-LIN-USER " "
                   WS-AUD-LIN-ACCION " " WS-AUD-LIN-RESULT
               EVALUATE WS-AUD-LIN-ACCION
                   WHEN "LOGIN"
                       ADD 1 TO WS-AUD-CTA-LOGIN
                   WHEN "CAPTURA"
                       ADD 1 TO WS-AUD-CTA-CAPTURA
                   WHEN "GENERAR-CSV"
                       ADD 1 TO WS-AUD-CTA-GENERAR
                   WHEN "MANTENIMIENTO"
                       ADD 1 TO WS-AUD-CTA-MANT
                   WHEN "PROVISION"
                       ADD 1 TO WS-AUD-CTA-PROV
                   WHEN OTHER
                       ADD 1 TO WS-AUD-CTA-OTRAS
               END-EVALUATE
           END-IF.

       MOSTRAR-RESUMEN-AUDITORIA.
           DISPLAY "Resumen de auditoria:".
           DISPLAY "  Lineas leidas:       " WS-AUD-LEIDAS.
           DISPLAY "  Coincidencias:       " WS-AUD-ENCONTRADAS.
           DISPLAY "  LOGIN:               " WS-AUD-CTA-LOGIN.
           DISPLAY "  CAPTURA:             " WS-AUD-CTA-CAPTURA.
           DISPLAY "  GENERAR-CSV:         " WS-AUD-CTA-GENERAR.
           DISPLAY "  MANTENIMIENTO:       " WS-AUD-CTA-MANT.
           DISPLAY "  PROVISION:           " WS-AUD-CTA-PROV.
           DISPLAY "  OTRAS:               " WS-AUD-CTA-OTRAS.

       ARCHIVAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP.
           MOVE SPACES TO WS-AUD-ARCH-NAME.
           STRING "auditoria_" WS-AUDIT-TIMESTAMP(1:8) ".log"
               DELIMITED BY SIZE INTO WS-AUD-ARCH-NAME.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               DISPLAY "No existe auditoria.log."
           ELSE
               OPEN EXTEND AUDIT-ARCH-FILE
               IF WS-AUD-ARCH-STATUS = "35"
                       OR WS-AUD-ARCH-STATUS = "05"
                   CLOSE AUDIT-ARCH-FILE
                   OPEN OUTPUT AUDIT-ARCH-FILE
               END-IF
               IF WS-AUD-ARCH-STATUS NOT = "00"
                   DISPLAY "Error al abrir " WS-AUD-ARCH-NAME
                       " estado: " WS-AUD-ARCH-STATUS
                   CLOSE AUDIT-FILE
               ELSE
                   PERFORM UNTIL WS-AUDIT-STATUS = "10"
                       READ AUDIT-FILE
                           AT END
                               MOVE "10" TO WS-AUDIT-STATUS
                           NOT AT END
                               WRITE AUDIT-ARCH-RECORD
                                   FROM AUDIT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-ARCH-FILE
                   CLOSE AUDIT-FILE
                   PERFORM CONTAR-CAPTURAS-AUDITORIA
                   PERFORM GRABAR-BASE-CONCILIA
                   OPEN OUTPUT AUDIT-FILE
                   CLOSE AUDIT-FILE
                   DISPLAY "Log archivado en: " WS-AUD-ARCH-NAME
                   PERFORM REGISTRAR-INDICE-AUDITORIA
                   MOVE WS-LOGIN-USER TO WS-NAME
                   MOVE "AUDITORIA" TO WS-AUDIT-ACCION
                   MOVE "ARCHIVADO" TO WS-AUDIT-RESULTADO
                   PERFORM REGISTRAR-AUDITORIA
               END-IF
           END-IF.

       CONSULTAR-HISTORIAL.
           DISPLAY "Correo del registro a consultar:".
           MOVE SPACES TO WS-HIS-CONS-EMAIL.
           ACCEPT WS-HIS-CONS-EMAIL.
           IF WS-HIS-CONS-EMAIL = SPACES
               DISPLAY "Correo vacio; consulta cancelada."
               GO TO CONSULTAR-HISTORIAL-EXIT
           END-IF.
           DISPLAY "Reconstruir el registro a la fecha AAAAMMDD "
               "(ENTER = hoy):".
           MOVE SPACES TO WS-HIS-CONS-FECHA.
           ACCEPT WS-HIS-CONS-FECHA.
           IF WS-HIS-CONS-FECHA = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HIS-CONS-FECHA
           END-IF.
           IF WS-HIS-CONS-FECHA IS NOT NUMERIC
               DISPLAY "Fecha invalida; consulta cancelada."
               GO TO CONSULTAR-HISTORIAL-EXIT
           END-IF.
           PERFORM OBTENER-FOLIO-HISTORIAL.
           IF WS-HIS-CONS-FOLIO > 0
               DISPLAY "Folio del registro: " WS-HIS-CONS-FOLIO
           END-IF.
           MOVE 0 TO WS-HIS-ENCONTRADOS.
           MOVE 0 TO WS-LIST-PAGE-COUNT.
           MOVE SPACES TO WS-HIS-RECON.
           MOVE "N" TO WS-HIS-RECON-ORIGEN.
           OPEN INPUT HISTORIAL-FILE.
           IF WS-HISTORIAL-STATUS NOT = "00"
               DISPLAY "No existe historial de cambios."
           ELSE
               PERFORM UNTIL WS-HISTORIAL-STATUS = "10"
                   READ HISTORIAL-FILE
                       AT END
                           MOVE "10" TO WS-HISTORIAL-STATUS
                       NOT AT END
                           PERFORM FILTRAR-LINEA-HISTORIAL
                   END-READ
               END-PERFORM
               CLOSE HISTORIAL-FILE
           END-IF.
           DISPLAY "Cambios encontrados: " WS-HIS-ENCONTRADOS.
           IF WS-HIS-RECON-ORIGEN = "N"
               PERFORM LEER-ACTUAL-HISTORIAL
           END-IF.
           DISPLAY "Registro segun datos al " WS-HIS-CONS-FECHA ":".
           IF WS-HIS-RECON = SPACES
               DISPLAY "    El registro no existia en esa fecha."
           ELSE
               MOVE WS-HIS-RECON TO WS-HIS-IMAGEN
               PERFORM MOSTRAR-IMAGEN-HISTORIAL
           END-IF.
           MOVE WS-LOGIN-USER TO WS-NAME.
           MOVE "HISTORIAL" TO WS-AUDIT-ACCION.
           MOVE "CONSULTADO" TO WS-AUDIT-RESULTADO.
           PERFORM REGISTRAR-AUDITORIA.
       CONSULTAR-HISTORIAL-EXIT.
           EXIT.

       FILTRAR-LINEA-HISTORIAL.
           MOVE HISTORIAL-RECORD TO WS-HIS-REGISTRO.
           IF WS-HIS-ANTES(1:50) = WS-HIS-CONS-EMAIL
                   OR WS-HIS-DESPUES(1:50) = WS-HIS-CONS-EMAIL
                   OR (WS-HIS-CONS-FOLIO > 0
                   AND (WS-HIS-ANTES(233:8) = WS-HIS-CONS-FOLIO-X
                   OR WS-HIS-DESPUES(233:8) = WS-HIS-CONS-FOLIO-X))
               ADD 1 TO WS-HIS-ENCONTRADOS
               PERFORM MOSTRAR-LINEA-HISTORIAL
               IF WS-HIS-FECHA(1:8) <= WS-HIS-CONS-FECHA
                   MOVE WS-HIS-DESPUES TO WS-HIS-RECON
                   MOVE "D" TO WS-HIS-RECON-ORIGEN
               ELSE
                   IF WS-HIS-RECON-ORIGEN = "N"
                       MOVE WS-HIS-ANTES TO WS-HIS-RECON
                       MOVE "A" TO WS-HIS-RECON-ORIGEN
                   END-IF
               END-IF
           END-IF.

       MOSTRAR-LINEA-HISTORIAL.
           DISPLAY WS-HIS-FECHA " " WS-HIS-OPERACION " "
               WS-HIS-ORIGEN " " WS-HIS-USUARIO.
           DISPLAY "  Antes:".
           MOVE WS-HIS-ANTES TO WS-HIS-IMAGEN.
           PERFORM MOSTRAR-IMAGEN-HISTORIAL.
           DISPLAY "  Despues:".
           MOVE WS-HIS-DESPUES TO WS-HIS-IMAGEN.
           PERFORM MOSTRAR-IMAGEN-HISTORIAL.
           ADD 1 TO WS-LIST-PAGE-COUNT.
           IF WS-LIST-PAGE-COUNT >= 4
               DISPLAY "-- Presione ENTER para continuar --"
               ACCEPT WS-OPTION
               MOVE 0 TO WS-LIST-PAGE-COUNT
           END-IF.

       MOSTRAR-IMAGEN-HISTORIAL.
           IF WS-HIS-IMAGEN = SPACES
               DISPLAY "    (sin registro)"
           ELSE
               DISPLAY "    " WS-HIM-NAME " " WS-HIM-LASTNAME " "
                   WS-HIM-EMAIL
               DISPLAY "    Tel: " WS-HIM-PHONE " Nac: "
                   WS-HIM-BIRTHDATE " Suc: " WS-HIM-SUCURSAL
                   " Estado: " WS-HIM-ESTADO " Acuse: "
                   WS-HIM-CONFIRMA-ESTADO
               IF WS-HIM-FOLIO IS NUMERIC
                   DISPLAY "    Folio: " WS-HIM-FOLIO
               END-IF
               IF WS-HIM-ESTADO = "B"
                   DISPLAY "    Baja: " WS-HIM-FECHA-BAJA " "
                       WS-HIM-MOTIVO-BAJA
               END-IF
           END-IF.

       LEER-ACTUAL-HISTORIAL.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE WS-HIS-CONS-EMAIL TO MASTER-EMAIL
               MOVE "Y" TO WS-FOL-LIBRE
               IF WS-HIS-CONS-FOLIO > 0
                   MOVE WS-HIS-CONS-FOLIO TO MASTER-FOLIO
                   READ MASTER-FILE KEY IS MASTER-FOLIO
                       INVALID KEY
                           MOVE "N" TO WS-FOL-LIBRE
                   END-READ
               ELSE
                   READ MASTER-FILE KEY IS MASTER-EMAIL
                       INVALID KEY
                           MOVE "N" TO WS-FOL-LIBRE
                   END-READ
               END-IF
               IF WS-FOL-LIBRE = "Y"
                       AND MASTER-FECHA-ALTA(1:8) <= WS-HIS-CONS-FECHA
                   MOVE MASTER-RECORD TO WS-HIS-RECON
                   MOVE "M" TO WS-HIS-RECON-ORIGEN
               END-IF
               CLOSE MASTER-FILE
           END-IF.

       OBTENER-FOLIO-HISTORIAL.
           MOVE 0 TO WS-HIS-CONS-FOLIO.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE WS-HIS-CONS-EMAIL TO MASTER-EMAIL
               READ MASTER-FILE KEY IS MASTER-EMAIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MASTER-FOLIO TO WS-HIS-CONS-FOLIO
               END-READ
               CLOSE MASTER-FILE
           END-IF.
           IF WS-HIS-CONS-FOLIO = 0
               MOVE WS-HIS-CONS-EMAIL TO WS-FXR-BUSCA-EMAIL
               PERFORM BUSCAR-FOLIO-CORREO
               MOVE WS-FXR-HALLADO TO WS-HIS-CONS-FOLIO
           END-IF.
           MOVE WS-HIS-CONS-FOLIO TO WS-HIS-CONS-FOLIO-X.

       REGISTRAR-SOLICITUD.
           MOVE "N" TO WS-APR-GRABADO.
           DISPLAY "Justificacion de la solicitud:".
           MOVE SPACES TO WS-APR-NUEVO-MOTIVO.
           ACCEPT WS-APR-NUEVO-MOTIVO.
           INSPECT WS-APR-NUEVO-MOTIVO REPLACING ALL "," BY ";".
           IF WS-APR-NUEVO-MOTIVO = SPACES
               DISPLAY "La justificacion es obligatoria; solicitud "
                   "cancelada."
               GO TO REGISTRAR-SOLICITUD-EXIT
           END-IF.
           PERFORM CARGAR-TABLA-APROBACIONES.
           MOVE 0 TO WS-APR-J.
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-COUNT
               IF WS-APR-ESTADO(WS-APR-IDX) = "P"
                       AND WS-APR-TIPO(WS-APR-IDX) = WS-APR-NUEVO-TIPO
                       AND WS-APR-OBJETIVO(WS-APR-IDX)
                           = WS-APR-NUEVO-OBJETIVO
                   MOVE WS-APR-IDX TO WS-APR-J
               END-IF
           END-PERFORM.
           IF WS-APR-J > 0
               DISPLAY "Ya existe la solicitud pendiente "
                   WS-APR-NUMERO(WS-APR-J) " para ese registro."
               GO TO REGISTRAR-SOLICITUD-EXIT
           END-IF.
           IF WS-APR-TRUNCADO = "Y" OR WS-APR-COUNT NOT < 300
               DISPLAY "La cola de aprobaciones esta llena; resuelva "
                   "las solicitudes pendientes."
               GO TO REGISTRAR-SOLICITUD-EXIT
           END-IF.
           PERFORM LEER-CONTROL-APROBACIONES.
           ADD 1 TO WS-APR-ULTIMO.
           ADD 1 TO WS-APR-COUNT.
           MOVE SPACES TO WS-APR-ENTRY(WS-APR-COUNT).
           MOVE WS-APR-ULTIMO TO WS-APR-NUMERO(WS-APR-COUNT).
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-APR-FECHA(WS-APR-COUNT).
           MOVE WS-LOGIN-USER TO WS-APR-SOLICITANTE(WS-APR-COUNT).
           MOVE WS-APR-NUEVO-TIPO TO WS-APR-TIPO(WS-APR-COUNT).
           MOVE WS-APR-NUEVO-OBJETIVO TO WS-APR-OBJETIVO(WS-APR-COUNT).
           MOVE WS-APR-NUEVO-VALOR TO WS-APR-VALOR(WS-APR-COUNT).
           MOVE WS-APR-NUEVO-MOTIVO TO WS-APR-MOTIVO(WS-APR-COUNT).
           MOVE "P" TO WS-APR-ESTADO(WS-APR-COUNT).
           PERFORM GRABAR-TABLA-APROBACIONES
               THRU GRABAR-TABLA-APROBACIONES-EXIT.
           IF WS-APR-GRABADO = "Y"
               PERFORM GRABAR-CONTROL-APROBACIONES
               DISPLAY "Solicitud " WS-APR-NUMERO(WS-APR-COUNT)
                   " registrada; queda pendiente de aprobacion por "
                   "otro usuario ADMIN."
           ELSE
               DISPLAY "No se pudo registrar la solicitud."
           END-IF.
       REGISTRAR-SOLICITUD-EXIT.
           EXIT.

       CARGAR-TABLA-APROBACIONES.
           MOVE 0 TO WS-APR-COUNT.
           MOVE "N" TO WS-APR-TRUNCADO.
           OPEN INPUT APROB-FILE.
           IF WS-APROB-STATUS NOT = "35"
               PERFORM UNTIL WS-APROB-STATUS = "10"
                   READ APROB-FILE
                       AT END
                           MOVE "10" TO WS-APROB-STATUS
                       NOT AT END
                           PERFORM AGREGAR-FILA-APROBACION
                   END-READ
               END-PERFORM
               CLOSE APROB-FILE
           END-IF.

       AGREGAR-FILA-APROBACION.
           IF WS-APR-COUNT < 300
               ADD 1 TO WS-APR-COUNT
               MOVE SPACES TO WS-APR-ENTRY(WS-APR-COUNT)
               UNSTRING APROB-RECORD DELIMITED BY ","
                   INTO WS-APR-NUMERO(WS-APR-COUNT)
                        WS-APR-FECHA(WS-APR-COUNT)
                        WS-APR-SOLICITANTE(WS-APR-COUNT)
                        WS-APR-TIPO(WS-APR-COUNT)
                        WS-APR-OBJETIVO(WS-APR-COUNT)
                        WS-APR-VALOR(WS-APR-COUNT)
                        WS-APR-MOTIVO(WS-APR-COUNT)
                        WS-APR-ESTADO(WS-APR-COUNT)
                        WS-APR-RESUELTO(WS-APR-COUNT)
                        WS-APR-FECHA-RES(WS-APR-COUNT)
           ELSE
               MOVE "Y" TO WS-APR-TRUNCADO
           END-IF.

       ARMAR-LINEA-APROBACION.
           MOVE SPACES TO WS-APR-LINE.
           STRING WS-APR-NUMERO(WS-APR-IDX) ","
               WS-APR-FECHA(WS-APR-IDX) ","
               WS-APR-SOLICITANTE(WS-APR-IDX) ","
               WS-APR-TIPO(WS-APR-IDX) ","
               WS-APR-OBJETIVO(WS-APR-IDX) ","
               WS-APR-VALOR(WS-APR-IDX) ","
               WS-APR-MOTIVO(WS-APR-IDX) ","
               WS-APR-ESTADO(WS-APR-IDX) ","
               WS-APR-RESUELTO(WS-APR-IDX) ","
               WS-APR-FECHA-RES(WS-APR-IDX)
               DELIMITED BY SIZE INTO WS-APR-LINE.

       GRABAR-TABLA-APROBACIONES.
           MOVE "N" TO WS-APR-GRABADO.
           IF WS-APR-TRUNCADO = "Y"
               DISPLAY "aprobaciones.csv tiene mas de 300 solicitudes; "
                   "no se regraba para no perder solicitudes."
               GO TO GRABAR-TABLA-APROBACIONES-EXIT
           END-IF.
           OPEN OUTPUT APROB-FILE.
           IF WS-APROB-STATUS NOT = "00"
               DISPLAY "Error al abrir aprobaciones.csv, estado: "
                   WS-APROB-STATUS
           ELSE
               MOVE "Y" TO WS-APR-GRABADO
               PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                       UNTIL WS-APR-IDX > WS-APR-COUNT
                   PERFORM ARMAR-LINEA-APROBACION
                   WRITE APROB-RECORD FROM WS-APR-LINE
                   IF WS-APROB-STATUS NOT = "00"
                       MOVE "N" TO WS-APR-GRABADO
                       DISPLAY "Error al escribir aprobaciones.csv, "
                           "estado: " WS-APROB-STATUS
                   END-IF
               END-PERFORM
               CLOSE APROB-FILE
           END-IF.
       GRABAR-TABLA-APROBACIONES-EXIT.
           EXIT.

       LEER-CONTROL-APROBACIONES.
           MOVE 0 TO WS-APR-ULTIMO.
           OPEN INPUT APRCTL-FILE.
           IF WS-APRCTL-STATUS = "00"
               MOVE SPACES TO WS-APR-CTL-LINE
               READ APRCTL-FILE INTO WS-APR-CTL-LINE
                   AT END
                       MOVE SPACES TO WS-APR-CTL-LINE
               END-READ
               IF WS-APR-CTL-LINE(1:6) IS NUMERIC
                   MOVE WS-APR-CTL-LINE(1:6) TO WS-APR-ULTIMO
               END-IF
               CLOSE APRCTL-FILE
           END-IF.
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-COUNT
               IF WS-APR-NUMERO(WS-APR-IDX) IS NUMERIC
                   MOVE WS-APR-NUMERO(WS-APR-IDX) TO WS-APR-SEL
                   IF WS-APR-SEL > WS-APR-ULTIMO
                       MOVE WS-APR-SEL TO WS-APR-ULTIMO
                   END-IF
               END-IF
           END-PERFORM.

       GRABAR-CONTROL-APROBACIONES.
           OPEN OUTPUT APRCTL-FILE.
           IF WS-APRCTL-STATUS = "00"
               MOVE SPACES TO WS-APR-CTL-LINE
               MOVE WS-APR-ULTIMO TO WS-APR-CTL-LINE(1:6)
               WRITE APRCTL-RECORD FROM WS-APR-CTL-LINE
               CLOSE APRCTL-FILE
           ELSE
               DISPLAY "Error al grabar aprobaciones.ctl, estado: "
                   WS-APRCTL-STATUS
           END-IF.

       CALCULAR-DIAS-SOLICITUD.
           MOVE 0 TO WS-APR-DIAS.
           IF WS-APR-FECHA(WS-APR-IDX)(1:8) IS NUMERIC
               MOVE WS-APR-FECHA(WS-APR-IDX)(1:8)
                   TO WS-FECHA-NUM-CAMBIO
               COMPUTE WS-APR-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM-HOY)
                   - FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM-CAMBIO)
           END-IF.

       MOSTRAR-SOLICITUD.
           PERFORM CALCULAR-DIAS-SOLICITUD.
           DISPLAY WS-APR-NUMERO(WS-APR-IDX) " "
               WS-APR-FECHA(WS-APR-IDX)(1:8) " "
               WS-APR-TIPO(WS-APR-IDX) " "
               WS-APR-OBJETIVO(WS-APR-IDX).
           DISPLAY "       Valor: " WS-APR-VALOR(WS-APR-IDX).
           DISPLAY "       Solicita: " WS-APR-SOLICITANTE(WS-APR-IDX)
               " Motivo: " WS-APR-MOTIVO(WS-APR-IDX).
           IF WS-APR-DIAS > WS-APR-DIAS-VIGENCIA
               DISPLAY "       VENCIDA (" WS-APR-DIAS " dias)"
           END-IF.

       RESOLVER-APROBACIONES.
           PERFORM CARGAR-TABLA-APROBACIONES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-NUM-HOY.
           MOVE 0 TO WS-APR-PENDIENTES.
           DISPLAY "Solicitudes pendientes de aprobacion:".
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-COUNT
               IF WS-APR-ESTADO(WS-APR-IDX) = "P"
                   ADD 1 TO WS-APR-PENDIENTES
                   PERFORM MOSTRAR-SOLICITUD
               END-IF
           END-PERFORM.
           IF WS-APR-PENDIENTES = 0
               DISPLAY "  (ninguna)"
               GO TO RESOLVER-APROBACIONES-EXIT
           END-IF.
           DISPLAY "Numero de solicitud a resolver (0 cancela):".
           MOVE 0 TO WS-APR-SEL.
           ACCEPT WS-APR-SEL.
           IF WS-APR-SEL = 0
               DISPLAY "Operacion cancelada."
               GO TO RESOLVER-APROBACIONES-EXIT
           END-IF.
           MOVE WS-APR-SEL TO WS-APR-SEL-X.
           MOVE 0 TO WS-APR-J.
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-COUNT
               IF WS-APR-NUMERO(WS-APR-IDX) = WS-APR-SEL-X
                       AND WS-APR-ESTADO(WS-APR-IDX) = "P"
                   MOVE WS-APR-IDX TO WS-APR-J
               END-IF
           END-PERFORM.
           IF WS-APR-J = 0
               DISPLAY "Solicitud no encontrada o ya resuelta."
               GO TO RESOLVER-APROBACIONES-EXIT
           END-IF.
           MOVE WS-APR-J TO WS-APR-IDX.
           MOVE WS-LOGIN-USER TO WS-NAME.
           MOVE "APROBACION" TO WS-AUDIT-ACCION.
           IF WS-APR-SOLICITANTE(WS-APR-IDX) = WS-LOGIN-USER
               DISPLAY "No puede resolver una solicitud propia; debe "
                   "hacerlo otro usuario ADMIN."
               MOVE "DENEGADO" TO WS-AUDIT-RESULTADO
               PERFORM REGISTRAR-AUDITORIA
               GO TO RESOLVER-APROBACIONES-EXIT
           END-IF.
           IF WS-APR-TIPO(WS-APR-IDX) = "ROL"
                   AND WS-APR-OBJETIVO(WS-APR-IDX) = WS-LOGIN-USER
               DISPLAY "No puede resolver un cambio de su propio rol."
               MOVE "DENEGADO" TO WS-AUDIT-RESULTADO
               PERFORM REGISTRAR-AUDITORIA
               GO TO RESOLVER-APROBACIONES-EXIT
           END-IF.
           PERFORM CALCULAR-DIAS-SOLICITUD.
           IF WS-APR-DIAS > WS-APR-DIAS-VIGENCIA
               DISPLAY "La solicitud esta vencida; se cancela en el "
                   "proximo cierre."
               GO TO RESOLVER-APROBACIONES-EXIT
           END-IF.
           DISPLAY "A - Aprobar, R - Rechazar, otra cancela".
           MOVE SPACES TO WS-APR-OPCION.
           ACCEPT WS-APR-OPCION.
           EVALUATE WS-APR-OPCION
               WHEN "A"
                   MOVE "N" TO WS-APR-APLICADA
                   PERFORM VERIFICAR-BLOQUEO
                   IF WS-BLQ-ACTIVO = "Y"
                       PERFORM AVISAR-BLOQUEO
                       DISPLAY "La solicitud sigue pendiente."
                       MOVE "CONFLICTO" TO WS-AUDIT-RESULTADO
                       PERFORM REGISTRAR-AUDITORIA
                       GO TO RESOLVER-APROBACIONES-EXIT
                   END-IF
                   EVALUATE WS-APR-TIPO(WS-APR-IDX)
                       WHEN "BAJA"
                           PERFORM APLICAR-BAJA-APROBADA
                               THRU APLICAR-BAJA-APROBADA-EXIT
                       WHEN "FUSION"
                           PERFORM APLICAR-FUSION-APROBADA
                               THRU APLICAR-FUSION-APROBADA-EXIT
                       WHEN "ROL"
                           PERFORM APLICAR-ROL-USUARIO
                       WHEN "ANONIM"
                           PERFORM APLICAR-ANONIMIZACION-APROBADA
                               THRU APLICAR-ANONIMIZACION-APROBADA-EXIT
                   END-EVALUATE
                   MOVE WS-LOGIN-USER TO WS-NAME
                   MOVE "APROBACION" TO WS-AUDIT-ACCION
                   IF WS-APR-APLICADA = "Y"
                       MOVE "A" TO WS-APR-ESTADO(WS-APR-IDX)
                       PERFORM CERRAR-SOLICITUD
                       MOVE "APROBADA" TO WS-AUDIT-RESULTADO
                   ELSE
                       DISPLAY "No se pudo aplicar el cambio; la "
                           "solicitud sigue pendiente."
                       MOVE "FALLIDO" TO WS-AUDIT-RESULTADO
                   END-IF
               WHEN "R"
                   MOVE "R" TO WS-APR-ESTADO(WS-APR-IDX)
                   PERFORM CERRAR-SOLICITUD
                   IF WS-APR-TIPO(WS-APR-IDX) = "ANONIM"
                       MOVE WS-LOGIN-USER TO WS-ARC-USUARIO
                       MOVE "RECHAZADA" TO WS-ARC-RESULTADO
                       PERFORM REGISTRAR-ARCO-APROBACION
                   END-IF
                   MOVE "RECHAZADA" TO WS-AUDIT-RESULTADO
               WHEN OTHER
                   DISPLAY "Operacion cancelada."
                   GO TO RESOLVER-APROBACIONES-EXIT
           END-EVALUATE.
           PERFORM REGISTRAR-AUDITORIA.
       RESOLVER-APROBACIONES-EXIT.
           EXIT.

       CERRAR-SOLICITUD.
           MOVE WS-LOGIN-USER TO WS-APR-RESUELTO(WS-APR-IDX).
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-APR-FECHA-RES(WS-APR-IDX).
           PERFORM GRABAR-TABLA-APROBACIONES
               THRU GRABAR-TABLA-APROBACIONES-EXIT.
           IF WS-APR-GRABADO = "Y"
               DISPLAY "Solicitud " WS-APR-NUMERO(WS-APR-IDX)
                   " resuelta."
           ELSE
               DISPLAY "No se pudo actualizar aprobaciones.csv."
           END-IF.

       APLICAR-BAJA-APROBADA.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Error al abrir datos.dat, estado: "
                   WS-MASTER-STATUS
               GO TO APLICAR-BAJA-APROBADA-EXIT
           END-IF.
           MOVE "Y" TO WS-MAINT-SAVE-OK.
           MOVE WS-APR-OBJETIVO(WS-APR-IDX) TO MASTER-EMAIL.
           READ MASTER-FILE KEY IS MASTER-EMAIL
               INVALID KEY
                   MOVE "N" TO WS-MAINT-SAVE-OK
           END-READ.
           IF WS-MAINT-SAVE-OK = "N"
               DISPLAY "No existe un registro con ese correo."
               CLOSE MASTER-FILE
               GO TO APLICAR-BAJA-APROBADA-EXIT
           END-IF.
           MOVE MASTER-NAME TO WS-MAINT-AUDIT-NAME.
           MOVE WS-APR-VALOR(WS-APR-IDX) TO WS-BAJA-MOTIVO.
           PERFORM BAJA-REGISTRO-MAINT THRU BAJA-REGISTRO-MAINT-EXIT.
           CLOSE MASTER-FILE.
           MOVE WS-MAINT-AUDIT-NAME TO WS-NAME.
           MOVE "MANTENIMIENTO" TO WS-AUDIT-ACCION.
           IF WS-MAINT-SAVE-OK = "Y"
               MOVE "BAJA" TO WS-AUDIT-RESULTADO
               PERFORM ARMAR-DETALLE-FOLIO
           ELSE
               MOVE "FALLIDO" TO WS-AUDIT-RESULTADO
           END-IF.
           PERFORM REGISTRAR-AUDITORIA.
           IF WS-MAINT-SAVE-OK = "Y"
               MOVE "Y" TO WS-APR-APLICADA
               PERFORM EXPORTAR-CSV
               PERFORM CONTAR-REGISTROS-CSV
               PERFORM ESCRIBIR-REPORTE THRU ESCRIBIR-REPORTE-EXIT
           END-IF.
       APLICAR-BAJA-APROBADA-EXIT.
           EXIT.

       APLICAR-FUSION-APROBADA.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Error al abrir datos.dat, estado: "
                   WS-MASTER-STATUS
               GO TO APLICAR-FUSION-APROBADA-EXIT
           END-IF.
           MOVE "Y" TO WS-MAINT-SAVE-OK.
           MOVE WS-APR-OBJETIVO(WS-APR-IDX) TO WS-MAINT-OLD-EMAIL.
           MOVE WS-APR-VALOR(WS-APR-IDX) TO WS-FUS-EMAIL.
           MOVE WS-MAINT-OLD-EMAIL TO MASTER-EMAIL.
           READ MASTER-FILE KEY IS MASTER-EMAIL
               INVALID KEY
                   MOVE "N" TO WS-MAINT-SAVE-OK
           END-READ.
           IF WS-MAINT-SAVE-OK = "N"
               DISPLAY "No existe un registro con ese correo."
               CLOSE MASTER-FILE
               GO TO APLICAR-FUSION-APROBADA-EXIT
           END-IF.
           MOVE MASTER-NAME TO WS-MAINT-AUDIT-NAME.
           PERFORM FUSIONAR-REGISTRO-MAINT
               THRU FUSIONAR-REGISTRO-MAINT-EXIT.
           CLOSE MASTER-FILE.
           MOVE WS-MAINT-AUDIT-NAME TO WS-NAME.
           MOVE "MANTENIMIENTO" TO WS-AUDIT-ACCION.
           IF WS-MAINT-SAVE-OK = "Y"
               MOVE "FUSIONADO" TO WS-AUDIT-RESULTADO
               PERFORM ARMAR-DETALLE-FOLIO
           ELSE
               MOVE "FALLIDO" TO WS-AUDIT-RESULTADO
           END-IF.
           PERFORM REGISTRAR-AUDITORIA.
           IF WS-MAINT-SAVE-OK = "Y"
               MOVE "Y" TO WS-APR-APLICADA
               PERFORM EXPORTAR-CSV
               PERFORM CONTAR-REGISTROS-CSV
               PERFORM ESCRIBIR-REPORTE THRU ESCRIBIR-REPORTE-EXIT
           END-IF.
       APLICAR-FUSION-APROBADA-EXIT.
           EXIT.

       EXPIRAR-APROBACIONES.
           MOVE 0 TO WS-APR-EXPIRADAS.
           MOVE 0 TO WS-APR-ARCHIVADAS.
           PERFORM CARGAR-TABLA-APROBACIONES.
           IF WS-APR-TRUNCADO = "Y"
               DISPLAY "aprobaciones.csv tiene mas de 300 solicitudes; "
                   "no se depura."
               MOVE 8 TO RETURN-CODE
               GO TO EXPIRAR-APROBACIONES-EXIT
           END-IF.
           IF WS-APR-COUNT = 0
               DISPLAY "No hay solicitudes de aprobacion."
               GO TO EXPIRAR-APROBACIONES-EXIT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-NUM-HOY.
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-COUNT
               IF WS-APR-ESTADO(WS-APR-IDX) = "P"
                   PERFORM CALCULAR-DIAS-SOLICITUD
                   IF WS-APR-DIAS > WS-APR-DIAS-VIGENCIA
                       PERFORM EXPIRAR-SOLICITUD
                   END-IF
               END-IF
           END-PERFORM.
           OPEN EXTEND APRHIS-FILE.
           IF WS-APRHIS-STATUS = "35" OR WS-APRHIS-STATUS = "05"
               CLOSE APRHIS-FILE
               OPEN OUTPUT APRHIS-FILE
           END-IF.
           IF WS-APRHIS-STATUS NOT = "00"
               DISPLAY "Error al abrir aprobaciones_hist.csv, estado: "
                   WS-APRHIS-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO EXPIRAR-APROBACIONES-EXIT
           END-IF.
           MOVE 0 TO WS-APR-J.
           PERFORM VARYING WS-APR-IDX FROM 1 BY 1
                   UNTIL WS-APR-IDX > WS-APR-COUNT
               IF WS-APR-ESTADO(WS-APR-IDX) = "P"
                   ADD 1 TO WS-APR-J
                   IF WS-APR-J NOT = WS-APR-IDX
                       MOVE WS-APR-ENTRY(WS-APR-IDX)
                           TO WS-APR-ENTRY(WS-APR-J)
                   END-IF
               ELSE
                   PERFORM ARMAR-LINEA-APROBACION
                   WRITE APRHIS-RECORD FROM WS-APR-LINE
                   ADD 1 TO WS-APR-ARCHIVADAS
               END-IF
           END-PERFORM.
           CLOSE APRHIS-FILE.
           MOVE WS-APR-J TO WS-APR-COUNT.
           PERFORM GRABAR-TABLA-APROBACIONES
               THRU GRABAR-TABLA-APROBACIONES-EXIT.
           IF WS-APR-GRABADO NOT = "Y"
               MOVE 8 TO RETURN-CODE
               GO TO EXPIRAR-APROBACIONES-EXIT
           END-IF.
           DISPLAY "Solicitudes expiradas: " WS-APR-EXPIRADAS
               " archivadas: " WS-APR-ARCHIVADAS.
           MOVE "CIERRE" TO WS-NAME.
           MOVE "APROBACION" TO WS-AUDIT-ACCION.
           MOVE "DEPURADO" TO WS-AUDIT-RESULTADO.
           PERFORM REGISTRAR-AUDITORIA.
       EXPIRAR-APROBACIONES-EXIT.
           EXIT.

       EXPIRAR-SOLICITUD.
           MOVE "E" TO WS-APR-ESTADO(WS-APR-IDX).
           MOVE "CIERRE" TO WS-APR-RESUELTO(WS-APR-IDX).
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-APR-FECHA-RES(WS-APR-IDX).
           ADD 1 TO WS-APR-EXPIRADAS.
           MOVE SPACES TO WS-CIE-LOG-LINE.
           STRING WS-CIE-FECHA ",APROBAC,EXPIRADA,"
               WS-APR-NUMERO(WS-APR-IDX) ","
               WS-APR-TIPO(WS-APR-IDX) ","
               WS-APR-FECHA(WS-APR-IDX)(1:8) ","
               WS-APR-OBJETIVO(WS-APR-IDX)
               DELIMITED BY SIZE INTO WS-CIE-LOG-LINE.
           PERFORM GRABAR-LINEA-CIERRELOG.
           IF WS-APR-TIPO(WS-APR-IDX) = "ANONIM"
               MOVE "CIERRE" TO WS-ARC-USUARIO
               MOVE "EXPIRADA" TO WS-ARC-RESULTADO
               PERFORM REGISTRAR-ARCO-APROBACION
           END-IF.

       TOMAR-BLOQUEO.
           MOVE "N" TO WS-BLQ-TOMADO.
           PERFORM VERIFICAR-BLOQUEO.
           IF WS-BLQ-ACTIVO = "Y"
               DISPLAY "datos.dat esta bloqueado por el proceso "
                   WS-BLQ-MODO " desde " WS-BLQ-FECHA "."
               IF WS-BLQ-VENCIDO = "Y"
                   DISPLAY "El bloqueo esta vencido; un ADMIN puede "
                       "liberarlo con la opcion BL."
               END-IF
               MOVE WS-RUN-MODE TO WS-NAME
               MOVE "BLOQUEO" TO WS-AUDIT-ACCION
               MOVE "OCUPADO" TO WS-AUDIT-RESULTADO
               MOVE WS-BLQ-LINE TO WS-AUDIT-DETALLE
               PERFORM REGISTRAR-AUDITORIA
               MOVE 8 TO RETURN-CODE
               GO TO TOMAR-BLOQUEO-EXIT
           END-IF.
           MOVE SPACES TO WS-BLQ-LINE.
           MOVE WS-RUN-MODE TO WS-BLQ-MODO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BLQ-FECHA.
           OPEN OUTPUT BLOQUEO-FILE.
           IF WS-BLOQUEO-STATUS NOT = "00"
               DISPLAY "Error al crear datos.lck, estado: "
                   WS-BLOQUEO-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO TOMAR-BLOQUEO-EXIT
           END-IF.
           WRITE BLOQUEO-RECORD FROM WS-BLQ-LINE.
           CLOSE BLOQUEO-FILE.
           MOVE "Y" TO WS-BLQ-TOMADO.
       TOMAR-BLOQUEO-EXIT.
           EXIT.

       LIBERAR-BLOQUEO.
           OPEN OUTPUT BLOQUEO-FILE.
           IF WS-BLOQUEO-STATUS = "00"
               CLOSE BLOQUEO-FILE
           ELSE
               DISPLAY "Error al liberar datos.lck, estado: "
                   WS-BLOQUEO-STATUS
           END-IF.
           MOVE "N" TO WS-BLQ-TOMADO.

       VERIFICAR-BLOQUEO.
           MOVE "N" TO WS-BLQ-ACTIVO.
           MOVE "N" TO WS-BLQ-VENCIDO.
           MOVE 0 TO WS-BLQ-MINUTOS.
           MOVE SPACES TO WS-BLQ-LINE.
           OPEN INPUT BLOQUEO-FILE.
           IF WS-BLOQUEO-STATUS = "00"
               READ BLOQUEO-FILE INTO WS-BLQ-LINE
                   AT END
                       MOVE SPACES TO WS-BLQ-LINE
               END-READ
               CLOSE BLOQUEO-FILE
           END-IF.
           IF WS-BLQ-LINE NOT = SPACES
               MOVE "Y" TO WS-BLQ-ACTIVO
               MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BLQ-AHORA
               MOVE WS-BLQ-FECHA TO WS-BLQ-DESDE
               IF WS-BLQ-FECHA(1:12) IS NUMERIC
                   COMPUTE WS-BLQ-MINUTOS =
                       (FUNCTION INTEGER-OF-DATE(WS-BLQ-AHORA-FECHA)
                       - FUNCTION INTEGER-OF-DATE(WS-BLQ-DESDE-FECHA))
                       * 1440
                       + WS-BLQ-AHORA-HH * 60 + WS-BLQ-AHORA-MM
                       - WS-BLQ-DESDE-HH * 60 - WS-BLQ-DESDE-MM
                   IF WS-BLQ-MINUTOS > WS-BLQ-HORAS-VENCE * 60
                       MOVE "Y" TO WS-BLQ-VENCIDO
                   END-IF
               ELSE
                   MOVE "Y" TO WS-BLQ-VENCIDO
               END-IF
           END-IF.

       AVISAR-BLOQUEO.
           DISPLAY "El proceso por lotes " WS-BLQ-MODO
               " esta actualizando datos.dat desde " WS-BLQ-FECHA ".".
           IF WS-BLQ-VENCIDO = "Y"
               DISPLAY "El bloqueo parece abandonado; avise a un "
                   "ADMIN para que lo revise (opcion BL)."
           ELSE
               DISPLAY "Espere a que el proceso termine e intente "
                   "de nuevo."
           END-IF.

       ADMINISTRAR-BLOQUEO.
           PERFORM VERIFICAR-BLOQUEO.
           IF WS-BLQ-ACTIVO = "N"
               DISPLAY "No hay procesos por lotes bloqueando "
                   "datos.dat."
               GO TO ADMINISTRAR-BLOQUEO-EXIT
           END-IF.
           DISPLAY "Bloqueo de datos.dat".
           DISPLAY "  Proceso: " WS-BLQ-MODO.
           DISPLAY "  Desde:   " WS-BLQ-FECHA.
           DISPLAY "  Minutos: " WS-BLQ-MINUTOS.
           IF WS-BLQ-VENCIDO = "Y"
               DISPLAY "  Estado:  VENCIDO (mas de " WS-BLQ-HORAS-VENCE
                   " horas)"
           ELSE
               DISPLAY "  Estado:  VIGENTE"
               DISPLAY "El proceso puede seguir en ejecucion; "
                   "liberelo solo si sabe que termino."
           END-IF.
           DISPLAY "L - Liberar bloqueo, otra cancela".
           MOVE SPACES TO WS-BLQ-OPCION.
           ACCEPT WS-BLQ-OPCION.
           IF WS-BLQ-OPCION NOT = "L"
               DISPLAY "Operacion cancelada."
               GO TO ADMINISTRAR-BLOQUEO-EXIT
           END-IF.
           IF WS-BLQ-VENCIDO NOT = "Y"
               DISPLAY "Confirme la liberacion de un bloqueo "
                   "vigente (S/N):"
               MOVE SPACES TO WS-BLQ-OPCION
               ACCEPT WS-BLQ-OPCION
               IF WS-BLQ-OPCION NOT = "S"
                   DISPLAY "Operacion cancelada."
                   GO TO ADMINISTRAR-BLOQUEO-EXIT
               END-IF
           END-IF.
           PERFORM LIBERAR-BLOQUEO.
           DISPLAY "Bloqueo liberado.".
           MOVE WS-LOGIN-USER TO WS-NAME.
           MOVE "BLOQUEO" TO WS-AUDIT-ACCION.
           MOVE "LIBERADO" TO WS-AUDIT-RESULTADO.
           MOVE WS-BLQ-LINE TO WS-AUDIT-DETALLE.
           PERFORM REGISTRAR-AUDITORIA.
       ADMINISTRAR-BLOQUEO-EXIT.
           EXIT.

       REGISTRAR-VINCULO-TUTOR.
           MOVE SPACES TO WS-TUT-FILA.
           MOVE WS-EMAIL TO WS-TUT-F-MENOR.
           MOVE WS-TUT-NUEVO-TUTOR TO WS-TUT-F-TUTOR.
           MOVE WS-TUT-NUEVO-TIPO TO WS-TUT-F-TIPO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TUT-F-FECHA.
           MOVE "A" TO WS-TUT-F-ESTADO.
           PERFORM ARMAR-LINEA-TUTOR.
           OPEN EXTEND TUTOR-FILE.
           IF WS-TUTOR-STATUS = "35" OR WS-TUTOR-STATUS = "05"
               CLOSE TUTOR-FILE
               OPEN OUTPUT TUTOR-FILE
           END-IF.
           WRITE TUTOR-RECORD FROM WS-TUT-LINE.
           IF WS-TUTOR-STATUS NOT = "00"
               DISPLAY "Error al escribir tutores.dat, estado: "
                   WS-TUTOR-STATUS
           ELSE
               DISPLAY "Tutor " WS-TUT-NUEVO-TUTOR " vinculado ("
                   WS-TUT-NUEVO-TIPO ")."
           END-IF.
           CLOSE TUTOR-FILE.
           MOVE "TUTOR" TO WS-AUDIT-ACCION.
           MOVE "VINCULADO" TO WS-AUDIT-RESULTADO.
           MOVE WS-TUT-NUEVO-TUTOR TO WS-AUDIT-DETALLE.
           PERFORM REGISTRAR-AUDITORIA.

       ARMAR-LINEA-TUTOR.
           MOVE SPACES TO WS-TUT-LINE.
           STRING WS-TUT-F-MENOR "," WS-TUT-F-TUTOR ","
               WS-TUT-F-TIPO "," WS-TUT-F-FECHA ","
               WS-TUT-F-ESTADO "," WS-TUT-F-FECHA-LIB
               DELIMITED BY SIZE INTO WS-TUT-LINE.

       CONTAR-MENORES-TUTOR.
           MOVE 0 TO WS-TUT-MENORES.
           OPEN INPUT TUTOR-FILE.
           IF WS-TUTOR-STATUS = "00"
               PERFORM UNTIL WS-TUTOR-STATUS = "10"
                   READ TUTOR-FILE
                       AT END
                           MOVE "10" TO WS-TUTOR-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-TUT-FILA
                           UNSTRING TUTOR-RECORD DELIMITED BY ","
                               INTO WS-TUT-F-MENOR WS-TUT-F-TUTOR
                                    WS-TUT-F-TIPO WS-TUT-F-FECHA
                                    WS-TUT-F-ESTADO
                                    WS-TUT-F-FECHA-LIB
                           IF WS-TUT-F-TUTOR = WS-TUT-BUSCA
                                   AND WS-TUT-F-ESTADO = "A"
                               PERFORM VERIFICAR-MENOR-ACTIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TUTOR-FILE
           END-IF.

       VERIFICAR-MENOR-ACTIVO.
           MOVE MASTER-RECORD TO WS-TUT-MASTER-SAVE.
           MOVE WS-TUT-F-MENOR TO MASTER-EMAIL.
           READ MASTER-FILE KEY IS MASTER-EMAIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MASTER-ESTADO NOT = "B"
                           AND MASTER-ESTADO NOT = "F"
                       ADD 1 TO WS-TUT-MENORES
                   END-IF
           END-READ.
           MOVE WS-TUT-MASTER-SAVE TO MASTER-RECORD.

       AVISAR-TUTOR-CON-MENORES.
           DISPLAY "El registro es tutor de " WS-TUT-MENORES
               " menor(es) activo(s); la baja queda bloqueada "
               "hasta liberar o reasignar el vinculo.".

       CARGAR-TABLA-TUTORES.
           MOVE 0 TO WS-TUT-COUNT.
           MOVE "N" TO WS-TUT-TRUNCADO.
           OPEN INPUT TUTOR-FILE.
           IF WS-TUTOR-STATUS NOT = "35"
               PERFORM UNTIL WS-TUTOR-STATUS = "10"
                   READ TUTOR-FILE
                       AT END
                           MOVE "10" TO WS-TUTOR-STATUS
                       NOT AT END
                           PERFORM AGREGAR-FILA-TUTOR
                   END-READ
               END-PERFORM
               CLOSE TUTOR-FILE
           END-IF.

       AGREGAR-FILA-TUTOR.
           IF WS-TUT-COUNT < 500
               ADD 1 TO WS-TUT-COUNT
               MOVE SPACES TO WS-TUT-ENTRY(WS-TUT-COUNT)
               UNSTRING TUTOR-RECORD DELIMITED BY ","
                   INTO WS-TUT-MENOR(WS-TUT-COUNT)
                        WS-TUT-TUTOR(WS-TUT-COUNT)
                        WS-TUT-TIPO(WS-TUT-COUNT)
                        WS-TUT-FECHA(WS-TUT-COUNT)
                        WS-TUT-ESTADO(WS-TUT-COUNT)
                        WS-TUT-FECHA-LIB(WS-TUT-COUNT)
           ELSE
               MOVE "Y" TO WS-TUT-TRUNCADO
           END-IF.

       GRABAR-TABLA-TUTORES.
           MOVE "N" TO WS-TUT-GRABADO.
           IF WS-TUT-TRUNCADO = "Y"
               DISPLAY "tutores.dat tiene mas de 500 vinculos; "
                   "no se regraba para no perder vinculos."
               GO TO GRABAR-TABLA-TUTORES-EXIT
           END-IF.
           OPEN OUTPUT TUTOR-FILE.
           IF WS-TUTOR-STATUS NOT = "00"
               DISPLAY "Error al abrir tutores.dat, estado: "
                   WS-TUTOR-STATUS
           ELSE
               MOVE "Y" TO WS-TUT-GRABADO
               PERFORM VARYING WS-TUT-IDX FROM 1 BY 1
                       UNTIL WS-TUT-IDX > WS-TUT-COUNT
                   MOVE WS-TUT-ENTRY(WS-TUT-IDX) TO WS-TUT-FILA
                   PERFORM ARMAR-LINEA-TUTOR
                   WRITE TUTOR-RECORD FROM WS-TUT-LINE
                   IF WS-TUTOR-STATUS NOT = "00"
                       MOVE "N" TO WS-TUT-GRABADO
                       DISPLAY "Error al escribir tutores.dat, "
                           "estado: " WS-TUTOR-STATUS
                   END-IF
               END-PERFORM
               CLOSE TUTOR-FILE
           END-IF.
       GRABAR-TABLA-TUTORES-EXIT.
           EXIT.

       REASIGNAR-CORREO-TUTORES.
           PERFORM CARGAR-TABLA-TUTORES.
           MOVE 0 TO WS-TUT-CAMBIOS.
           PERFORM VARYING WS-TUT-IDX FROM 1 BY 1
                   UNTIL WS-TUT-IDX > WS-TUT-COUNT
               IF WS-TUT-ESTADO(WS-TUT-IDX) = "A"
                   IF WS-TUT-MENOR(WS-TUT-IDX) = WS-TUT-DESDE
                       MOVE WS-TUT-HACIA TO WS-TUT-MENOR(WS-TUT-IDX)
                       ADD 1 TO WS-TUT-CAMBIOS
                   END-IF
                   IF WS-TUT-TUTOR(WS-TUT-IDX) = WS-TUT-DESDE
                       MOVE WS-TUT-HACIA TO WS-TUT-TUTOR(WS-TUT-IDX)
                       ADD 1 TO WS-TUT-CAMBIOS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-TUT-CAMBIOS > 0
               PERFORM GRABAR-TABLA-TUTORES
                   THRU GRABAR-TABLA-TUTORES-EXIT
               IF WS-TUT-GRABADO = "Y"
                   DISPLAY "Vinculos de tutor actualizados: "
                       WS-TUT-CAMBIOS
               END-IF
           END-IF.

       LIBERAR-MAYORES-EDAD.
           MOVE "MAYORES" TO WS-NAME.
           MOVE "MAYORES" TO WS-AUDIT-ACCION.
           PERFORM CARGAR-TABLA-TUTORES.
           IF WS-TUT-TRUNCADO = "Y"
               DISPLAY "tutores.dat excede la capacidad de la tabla; "
                   "no se procesan liberaciones."
               GO TO LIBERAR-MAYORES-EDAD-FALLO
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Error al abrir datos.dat, estado: "
                   WS-MASTER-STATUS
               GO TO LIBERAR-MAYORES-EDAD-FALLO
           END-IF.
           OPEN OUTPUT MAYORES-FILE.
           IF WS-MAYORES-STATUS NOT = "00"
               DISPLAY "Error al abrir mayores_edad.txt, estado: "
                   WS-MAYORES-STATUS
               CLOSE MASTER-FILE
               GO TO LIBERAR-MAYORES-EDAD-FALLO
           END-IF.
           MOVE 0 TO WS-TUT-MAYORES.
           PERFORM VARYING WS-TUT-IDX FROM 1 BY 1
                   UNTIL WS-TUT-IDX > WS-TUT-COUNT
               IF WS-TUT-ESTADO(WS-TUT-IDX) = "A"
                   PERFORM EVALUAR-MAYOR-EDAD
               END-IF
           END-PERFORM.
           CLOSE MAYORES-FILE.
           CLOSE MASTER-FILE.
           IF WS-TUT-MAYORES > 0
               PERFORM GRABAR-TABLA-TUTORES
                   THRU GRABAR-TABLA-TUTORES-EXIT
               IF WS-TUT-GRABADO NOT = "Y"
                   GO TO LIBERAR-MAYORES-EDAD-FALLO
               END-IF
           END-IF.
           DISPLAY "Menores que cumplieron 18 anos: " WS-TUT-MAYORES
               " (ver mayores_edad.txt)".
           MOVE "MAYORES" TO WS-NAME.
           MOVE "EXITOSO" TO WS-AUDIT-RESULTADO.
           PERFORM REGISTRAR-AUDITORIA.
           GO TO LIBERAR-MAYORES-EDAD-EXIT.
       LIBERAR-MAYORES-EDAD-FALLO.
           MOVE "MAYORES" TO WS-NAME.
           MOVE "FALLIDO" TO WS-AUDIT-RESULTADO.
           PERFORM REGISTRAR-AUDITORIA.
           MOVE 8 TO RETURN-CODE.
       LIBERAR-MAYORES-EDAD-EXIT.
           EXIT.

       EVALUAR-MAYOR-EDAD.
           MOVE WS-TUT-MENOR(WS-TUT-IDX) TO MASTER-EMAIL.
           READ MASTER-FILE KEY IS MASTER-EMAIL
               INVALID KEY
                   MOVE SPACES TO MASTER-BIRTHDATE
           END-READ.
           IF WS-MASTER-STATUS = "00"
               MOVE MASTER-BIRTHDATE TO WS-TUT-NAC-X
               PERFORM CALCULAR-EDAD-TUTOR
               IF WS-TUT-NAC-X IS NUMERIC AND WS-TUT-ES-MENOR = "N"
                   ADD 1 TO WS-TUT-MAYORES
                   MOVE "L" TO WS-TUT-ESTADO(WS-TUT-IDX)
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-TUT-FECHA-LIB(WS-TUT-IDX)
                   MOVE SPACES TO WS-TUT-MAY-LINE
                   STRING WS-TUT-MENOR(WS-TUT-IDX) ","
                       MASTER-NAME "," MASTER-LASTNAME ","
                       MASTER-BIRTHDATE "," WS-TUT-EDAD ","
                       WS-TUT-TUTOR(WS-TUT-IDX) ","
                       WS-TUT-TIPO(WS-TUT-IDX) ","
                       WS-TUT-FECHA(WS-TUT-IDX)
                       DELIMITED BY SIZE INTO WS-TUT-MAY-LINE
                   WRITE MAYORES-RECORD FROM WS-TUT-MAY-LINE
                   IF WS-MAYORES-STATUS NOT = "00"
                       DISPLAY "Error al escribir mayores_edad.txt, "
                           "estado: " WS-MAYORES-STATUS
                   END-IF
               END-IF
           END-IF.

       EVALUAR-CALIDAD.
           MOVE "CALIDAD" TO WS-NAME.
           MOVE "CALIDAD" TO WS-AUDIT-ACCION.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Error al abrir datos.dat, estado: "
                   WS-MASTER-STATUS
               MOVE "FALLIDO" TO WS-AUDIT-RESULTADO
               PERFORM REGISTRAR-AUDITORIA
               MOVE 8 TO RETURN-CODE
               GO TO EVALUAR-CALIDAD-EXIT
           END-IF.
           OPEN OUTPUT CALIDAD-FILE.
           IF WS-CALIDAD-STATUS NOT = "00"
               DISPLAY "Error al abrir calidad_pendientes.txt, "
                   "estado: " WS-CALIDAD-STATUS
               CLOSE MASTER-FILE
               MOVE "FALLIDO" TO WS-AUDIT-RESULTADO
               PERFORM REGISTRAR-AUDITORIA
               MOVE 8 TO RETURN-CODE
               GO TO EVALUAR-CALIDAD-EXIT
           END-IF.
           PERFORM CARGAR-TABLA-SUCURSALES.
           MOVE 0 TO WS-CAL-TOTAL-REG WS-CAL-TOTAL-CON
               WS-CAL-TOTAL-VIOL WS-CAL-SUC-COUNT.
           MOVE "N" TO WS-CAL-ERROR.
           MOVE "N" TO WS-MASTER-EOF.
           PERFORM UNTIL WS-MASTER-EOF = "Y"
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF
                   NOT AT END
                       PERFORM REVISAR-REGISTRO-CALIDAD
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.
           CLOSE CALIDAD-FILE.
           PERFORM ESCRIBIR-RESUMEN-CALIDAD.
           DISPLAY "Registros revisados: " WS-CAL-TOTAL-REG
               ", con observaciones: " WS-CAL-TOTAL-CON
               ", violaciones: " WS-CAL-TOTAL-VIOL.
           DISPLAY "Ver calidad_pendientes.txt y calidad_resumen.txt".
           MOVE "CALIDAD" TO WS-NAME.
           MOVE "CALIDAD" TO WS-AUDIT-ACCION.
           IF WS-CAL-ERROR = "Y"
               MOVE "FALLIDO" TO WS-AUDIT-RESULTADO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "EXITOSO" TO WS-AUDIT-RESULTADO
           END-IF.
           PERFORM REGISTRAR-AUDITORIA.
       EVALUAR-CALIDAD-EXIT.
           EXIT.

       REVISAR-REGISTRO-CALIDAD.
           MOVE 0 TO WS-CAL-REG-VIOL.
           PERFORM UBICAR-SUCURSAL-CALIDAD.
           IF MASTER-PHONE NOT = SPACES
               MOVE MASTER-PHONE TO WS-CAL-CAMPO
               PERFORM ANALIZAR-TEXTO-CALIDAD
               MOVE MASTER-PHONE TO WS-CAL-VALOR
               IF WS-CAL-LETRAS > 0
                   MOVE "TEL-CON-LETRAS" TO WS-CAL-REGLA
                   PERFORM REGISTRAR-VIOLACION-CALIDAD
               END-IF
               IF WS-CAL-DIGITOS < WS-CAL-MIN-DIGITOS
                   MOVE "TEL-POCOS-DIGITOS" TO WS-CAL-REGLA
                   PERFORM REGISTRAR-VIOLACION-CALIDAD
               END-IF
           END-IF.
           MOVE MASTER-NAME TO WS-CAL-CAMPO.
           PERFORM ANALIZAR-TEXTO-CALIDAD.
           MOVE MASTER-NAME TO WS-CAL-VALOR.
           IF WS-CAL-LETRAS > 0 AND WS-CAL-MAYUS = 0
               MOVE "NOMBRE-MINUSCULAS" TO WS-CAL-REGLA
               PERFORM REGISTRAR-VIOLACION-CALIDAD
           END-IF.
           IF WS-CAL-DIGITOS > 0
               MOVE "NOMBRE-CON-DIGITOS" TO WS-CAL-REGLA
               PERFORM REGISTRAR-VIOLACION-CALIDAD
           END-IF.
           MOVE MASTER-LASTNAME TO WS-CAL-CAMPO.
           PERFORM ANALIZAR-TEXTO-CALIDAD.
           MOVE MASTER-LASTNAME TO WS-CAL-VALOR.
           IF WS-CAL-LETRAS > 0 AND WS-CAL-MAYUS = 0
               MOVE "APELLIDO-MINUSCULAS" TO WS-CAL-REGLA
               PERFORM REGISTRAR-VIOLACION-CALIDAD
           END-IF.
           IF WS-CAL-DIGITOS > 0
               MOVE "APELLIDO-CON-DIGITOS" TO WS-CAL-REGLA
               PERFORM REGISTRAR-VIOLACION-CALIDAD
           END-IF.
           MOVE MASTER-BIRTHDATE TO WS-TUT-NAC-X.
           PERFORM CALCULAR-EDAD-TUTOR.
           IF WS-TUT-EDAD > WS-CAL-EDAD-MAX
               MOVE MASTER-BIRTHDATE TO WS-CAL-VALOR
               MOVE "EDAD-MAXIMA" TO WS-CAL-REGLA
               PERFORM REGISTRAR-VIOLACION-CALIDAD
           END-IF.
           IF MASTER-SUCURSAL NOT = SPACES AND WS-SUC-COUNT > 0
               MOVE SPACES TO WS-CAL-SUC-ESTADO
               PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
                       UNTIL WS-SUC-IDX > WS-SUC-COUNT
                   IF WS-SUC-CODIGO(WS-SUC-IDX) = MASTER-SUCURSAL
                       MOVE WS-SUC-ESTADO(WS-SUC-IDX)
                           TO WS-CAL-SUC-ESTADO
                       IF WS-CAL-SUC-ESTADO = SPACES
                           MOVE "A" TO WS-CAL-SUC-ESTADO
                       END-IF
                   END-IF
               END-PERFORM
               MOVE MASTER-SUCURSAL TO WS-CAL-VALOR
               IF WS-CAL-SUC-ESTADO = SPACES
                   MOVE "SUCURSAL-INEXISTENTE" TO WS-CAL-REGLA
                   PERFORM REGISTRAR-VIOLACION-CALIDAD
               END-IF
               IF WS-CAL-SUC-ESTADO = "I"
                   MOVE "SUCURSAL-INACTIVA" TO WS-CAL-REGLA
                   PERFORM REGISTRAR-VIOLACION-CALIDAD
               END-IF
           END-IF.
           ADD 1 TO WS-CAL-TOTAL-REG.
           ADD 1 TO WS-CAL-SUC-REG(WS-CAL-SUC-ACT).
           IF WS-CAL-REG-VIOL > 0
               ADD 1 TO WS-CAL-TOTAL-CON
               ADD 1 TO WS-CAL-SUC-CON(WS-CAL-SUC-ACT)
           END-IF.

       UBICAR-SUCURSAL-CALIDAD.
           MOVE 0 TO WS-CAL-SUC-ACT.
           PERFORM VARYING WS-CAL-SUC-IDX FROM 1 BY 1
                   UNTIL WS-CAL-SUC-IDX > WS-CAL-SUC-COUNT
                   OR WS-CAL-SUC-ACT > 0
               IF WS-CAL-SUC-CODIGO(WS-CAL-SUC-IDX) = MASTER-SUCURSAL
                   MOVE WS-CAL-SUC-IDX TO WS-CAL-SUC-ACT
               END-IF
           END-PERFORM.
           IF WS-CAL-SUC-ACT = 0
               IF WS-CAL-SUC-COUNT < 50
                   ADD 1 TO WS-CAL-SUC-COUNT
                   MOVE WS-CAL-SUC-COUNT TO WS-CAL-SUC-ACT
                   MOVE MASTER-SUCURSAL
                       TO WS-CAL-SUC-CODIGO(WS-CAL-SUC-ACT)
               ELSE
                   MOVE 51 TO WS-CAL-SUC-ACT
                   MOVE "***" TO WS-CAL-SUC-CODIGO(WS-CAL-SUC-ACT)
               END-IF
           END-IF.

       ANALIZAR-TEXTO-CALIDAD.
           MOVE 0 TO WS-CAL-DIGITOS WS-CAL-LETRAS WS-CAL-MAYUS.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > LENGTH OF WS-CAL-CAMPO
               MOVE WS-CAL-CAMPO(WS-CAL-IDX:1) TO WS-CAL-CHAR
               IF WS-CAL-CHAR >= "0" AND WS-CAL-CHAR <= "9"
                   ADD 1 TO WS-CAL-DIGITOS
               END-IF
               IF WS-CAL-CHAR >= "A" AND WS-CAL-CHAR <= "Z"
                   ADD 1 TO WS-CAL-LETRAS
                   ADD 1 TO WS-CAL-MAYUS
               END-IF
               IF WS-CAL-CHAR >= "a" AND WS-CAL-CHAR <= "z"
                   ADD 1 TO WS-CAL-LETRAS
               END-IF
           END-PERFORM.

       REGISTRAR-VIOLACION-CALIDAD.
           ADD 1 TO WS-CAL-REG-VIOL.
           ADD 1 TO WS-CAL-TOTAL-VIOL.
           ADD 1 TO WS-CAL-SUC-VIOL(WS-CAL-SUC-ACT).
           MOVE SPACES TO WS-CAL-LINE.
           STRING MASTER-EMAIL "," MASTER-SUCURSAL "," WS-CAL-REGLA
               "," WS-CAL-VALOR
               DELIMITED BY SIZE INTO WS-CAL-LINE.
           WRITE CALIDAD-RECORD FROM WS-CAL-LINE.
           IF WS-CALIDAD-STATUS NOT = "00"
               MOVE "Y" TO WS-CAL-ERROR
           END-IF.

       ESCRIBIR-RESUMEN-CALIDAD.
           OPEN OUTPUT CALRES-FILE.
           IF WS-CALRES-STATUS NOT = "00"
               DISPLAY "Error al abrir calidad_resumen.txt, estado: "
                   WS-CALRES-STATUS
               MOVE "Y" TO WS-CAL-ERROR
           ELSE
               MOVE SPACES TO WS-CAL-RES-LINE
               STRING "RESUMEN DE CALIDAD DE DATOS - "
                   FUNCTION CURRENT-DATE(1:8)
                   DELIMITED BY SIZE INTO WS-CAL-RES-LINE
               WRITE CALRES-RECORD FROM WS-CAL-RES-LINE
               MOVE "SUC  REGISTROS  CON-OBS  VIOLACIONES  CALIDAD%"
                   TO WS-CAL-RES-LINE
               WRITE CALRES-RECORD FROM WS-CAL-RES-LINE
               PERFORM VARYING WS-CAL-SUC-IDX FROM 1 BY 1
                       UNTIL WS-CAL-SUC-IDX > 51
                   IF WS-CAL-SUC-IDX <= WS-CAL-SUC-COUNT
                           OR (WS-CAL-SUC-IDX = 51
                           AND WS-CAL-SUC-REG(51) > 0)
                       PERFORM ESCRIBIR-LINEA-RESUMEN-CALIDAD
                   END-IF
               END-PERFORM
               IF WS-CAL-TOTAL-REG > 0
                   COMPUTE WS-CAL-PCT ROUNDED =
                       (WS-CAL-TOTAL-REG - WS-CAL-TOTAL-CON) * 100
                       / WS-CAL-TOTAL-REG
               ELSE
                   MOVE 100 TO WS-CAL-PCT
               END-IF
               MOVE WS-CAL-PCT TO WS-CAL-PCT-ED
               MOVE SPACES TO WS-CAL-RES-LINE
               STRING "TOT  " WS-CAL-TOTAL-REG "     " WS-CAL-TOTAL-CON
                   "   " WS-CAL-TOTAL-VIOL "       " WS-CAL-PCT-ED
                   DELIMITED BY SIZE INTO WS-CAL-RES-LINE
               WRITE CALRES-RECORD FROM WS-CAL-RES-LINE
               CLOSE CALRES-FILE
           END-IF.

       ESCRIBIR-LINEA-RESUMEN-CALIDAD.
           IF WS-CAL-SUC-REG(WS-CAL-SUC-IDX) > 0
               COMPUTE WS-CAL-PCT ROUNDED =
                   (WS-CAL-SUC-REG(WS-CAL-SUC-IDX)
                   - WS-CAL-SUC-CON(WS-CAL-SUC-IDX)) * 100
                   / WS-CAL-SUC-REG(WS-CAL-SUC-IDX)
           ELSE
               MOVE 100 TO WS-CAL-PCT
           END-IF.
           MOVE WS-CAL-PCT TO WS-CAL-PCT-ED.
           MOVE SPACES TO WS-CAL-RES-LINE.
           STRING WS-CAL-SUC-CODIGO(WS-CAL-SUC-IDX) "  "
               WS-CAL-SUC-REG(WS-CAL-SUC-IDX) "     "
               WS-CAL-SUC-CON(WS-CAL-SUC-IDX) "   "
               WS-CAL-SUC-VIOL(WS-CAL-SUC-IDX) "       "
               WS-CAL-PCT-ED
               DELIMITED BY SIZE INTO WS-CAL-RES-LINE.
           WRITE CALRES-RECORD FROM WS-CAL-RES-LINE.

       REVISAR-PENDIENTES-CALIDAD.
           OPEN INPUT CALIDAD-FILE.
           IF WS-CALIDAD-STATUS NOT = "00"
               DISPLAY "No hay lista de pendientes de calidad; "
                   "ejecute primero el modo CALIDAD."
               GO TO REVISAR-PENDIENTES-CALIDAD-EXIT
           END-IF.
           DISPLAY "Sucursal (ENTER = todas):".
           MOVE SPACES TO WS-LIST-FILTRO-SUC.
           ACCEPT WS-LIST-FILTRO-SUC.
           MOVE 0 TO WS-CAL-PAG-COUNT.
           MOVE "N" TO WS-CAL-FIN.
           MOVE SPACES TO WS-CAL-ELEGIDO.
           PERFORM UNTIL WS-CALIDAD-STATUS = "10" OR WS-CAL-FIN = "Y"
               READ CALIDAD-FILE
                   AT END
                       MOVE "10" TO WS-CALIDAD-STATUS
                   NOT AT END
                       PERFORM MOSTRAR-PENDIENTE-CALIDAD
               END-READ
           END-PERFORM.
           IF WS-CAL-FIN = "N" AND WS-CAL-PAG-COUNT > 0
               PERFORM ELEGIR-PENDIENTE-CALIDAD
           END-IF.
           CLOSE CALIDAD-FILE.
           IF WS-CAL-ELEGIDO = SPACES
               GO TO REVISAR-PENDIENTES-CALIDAD-EXIT
           END-IF.
           PERFORM VERIFICAR-BLOQUEO.
           IF WS-BLQ-ACTIVO = "Y"
               PERFORM AVISAR-BLOQUEO
               GO TO REVISAR-PENDIENTES-CALIDAD-EXIT
           END-IF.
           MOVE WS-CAL-ELEGIDO TO WS-EMAIL.
           MOVE "Y" TO WS-MAINT-EMAIL-DADO.
           PERFORM MANTENIMIENTO-DATOS THRU MANTENIMIENTO-DATOS-EXIT.
       REVISAR-PENDIENTES-CALIDAD-EXIT.
           EXIT.

       MOSTRAR-PENDIENTE-CALIDAD.
           MOVE SPACES TO WS-CAL-F-EMAIL WS-CAL-F-SUC WS-CAL-F-REGLA
               WS-CAL-F-VALOR.
           UNSTRING CALIDAD-RECORD DELIMITED BY ","
               INTO WS-CAL-F-EMAIL WS-CAL-F-SUC WS-CAL-F-REGLA
                    WS-CAL-F-VALOR.
           IF WS-LIST-FILTRO-SUC = SPACES
                   OR WS-CAL-F-SUC = WS-LIST-FILTRO-SUC
               ADD 1 TO WS-CAL-PAG-COUNT
               MOVE WS-CAL-F-EMAIL TO WS-CAL-PAG-EMAIL(WS-CAL-PAG-COUNT)
               DISPLAY WS-CAL-PAG-COUNT " " WS-CAL-F-EMAIL " "
                   WS-CAL-F-SUC " " WS-CAL-F-REGLA " " WS-CAL-F-VALOR
               IF WS-CAL-PAG-COUNT >= 20
                   PERFORM ELEGIR-PENDIENTE-CALIDAD
               END-IF
           END-IF.

       ELEGIR-PENDIENTE-CALIDAD.
           DISPLAY "Renglon a abrir en Mantenimiento (0 continua, "
               "99 termina):".
           MOVE 0 TO WS-CAL-SEL.
           ACCEPT WS-CAL-SEL.
           IF WS-CAL-SEL = 99
               MOVE "Y" TO WS-CAL-FIN
           ELSE
               IF WS-CAL-SEL > 0 AND WS-CAL-SEL <= WS-CAL-PAG-COUNT
                   MOVE WS-CAL-PAG-EMAIL(WS-CAL-SEL) TO WS-CAL-ELEGIDO
                   MOVE "Y" TO WS-CAL-FIN
               END-IF
           END-IF.
           MOVE 0 TO WS-CAL-PAG-COUNT.

       FIJAR-FECHA-PROCESO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-PROCESO.
           MOVE "N" TO WS-FPR-EXPLICITA.
           IF WS-CMD-ARG = SPACES OR WS-RUN-MODE = "ARCO"
               GO TO FIJAR-FECHA-PROCESO-EXIT
           END-IF.
           MOVE WS-CMD-ARG(1:8) TO WS-CLD-FECHA-X.
           PERFORM VALIDAR-FECHA-CALENDARIO.
           IF WS-CLD-FECHA-OK NOT = "Y"
                   OR WS-CMD-ARG(9:52) NOT = SPACES
               DISPLAY "Fecha de proceso invalida: " WS-CMD-ARG
                   " (use AAAAMMDD)."
               MOVE "N" TO WS-CLD-FECHA-OK
           ELSE
               IF WS-CLD-FECHA-X > WS-FECHA-PROCESO
                   DISPLAY "La fecha de proceso " WS-CLD-FECHA-X
                       " es posterior a hoy."
                   MOVE "N" TO WS-CLD-FECHA-OK
               END-IF
           END-IF.
           IF WS-CLD-FECHA-OK NOT = "Y"
               MOVE WS-RUN-MODE TO WS-NAME
               MOVE "FECHA-PROCESO" TO WS-AUDIT-ACCION
               MOVE "INVALIDA" TO WS-AUDIT-RESULTADO
               MOVE WS-CMD-ARG TO WS-AUDIT-DETALLE
               PERFORM REGISTRAR-AUDITORIA
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CLD-FECHA-X TO WS-FECHA-PROCESO.
           MOVE "Y" TO WS-FPR-EXPLICITA.
           DISPLAY "Fecha de proceso: " WS-FECHA-PROCESO.
       FIJAR-FECHA-PROCESO-EXIT.
           EXIT.

       VALIDAR-FECHA-CALENDARIO.
           MOVE "N" TO WS-CLD-FECHA-OK.
           IF WS-CLD-FECHA-X IS NUMERIC
               MOVE WS-CLD-FECHA-X TO WS-CLD-FECHA-N
               IF WS-CLD-FECHA-N >= 16010101
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-CLD-FECHA-N) = 0
                       MOVE "Y" TO WS-CLD-FECHA-OK
                   END-IF
               END-IF
           END-IF.

       EVALUAR-DIA-HABIL.
           MOVE "Y" TO WS-CLD-HABIL.
           MOVE SPACES TO WS-CLD-MOTIVO.
           MOVE WS-CLD-FECHA-X TO WS-CLD-FECHA-N.
           COMPUTE WS-CLD-DIA-SEM = FUNCTION MOD
               (FUNCTION INTEGER-OF-DATE(WS-CLD-FECHA-N) - 1, 7).
           IF WS-CLD-DIA-SEM = 5
               MOVE "N" TO WS-CLD-HABIL
               MOVE "SABADO" TO WS-CLD-MOTIVO
           END-IF.
           IF WS-CLD-DIA-SEM = 6
               MOVE "N" TO WS-CLD-HABIL
               MOVE "DOMINGO" TO WS-CLD-MOTIVO
           END-IF.
           PERFORM VARYING WS-CLD-IDX FROM 1 BY 1
                   UNTIL WS-CLD-IDX > WS-CLD-COUNT
               IF WS-CLD-E-FECHA(WS-CLD-IDX) = WS-CLD-FECHA-X
                   IF WS-CLD-E-TIPO(WS-CLD-IDX) = "H"
                       MOVE "Y" TO WS-CLD-HABIL
                       MOVE SPACES TO WS-CLD-MOTIVO
                   ELSE
                       MOVE "N" TO WS-CLD-HABIL
                       MOVE WS-CLD-E-DESC(WS-CLD-IDX) TO WS-CLD-MOTIVO
                       IF WS-CLD-MOTIVO = SPACES
                           MOVE "FERIADO" TO WS-CLD-MOTIVO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CARGAR-TABLA-CALENDARIO.
           MOVE 0 TO WS-CLD-COUNT.
           MOVE "N" TO WS-CLD-TRUNCADO.
           OPEN INPUT CALENDARIO-FILE.
           IF WS-CALENDARIO-STATUS NOT = "35"
               PERFORM UNTIL WS-CALENDARIO-STATUS = "10"
                   READ CALENDARIO-FILE
                       AT END
                           MOVE "10" TO WS-CALENDARIO-STATUS
                       NOT AT END
                           PERFORM AGREGAR-FILA-CALENDARIO
                   END-READ
               END-PERFORM
               CLOSE CALENDARIO-FILE
           END-IF.

       AGREGAR-FILA-CALENDARIO.
           IF CALENDARIO-RECORD = SPACES
               CONTINUE
           ELSE
               IF WS-CLD-COUNT < 400
                   ADD 1 TO WS-CLD-COUNT
                   MOVE SPACES TO WS-CLD-ENTRY(WS-CLD-COUNT)
                   UNSTRING CALENDARIO-RECORD DELIMITED BY ","
                       INTO WS-CLD-E-FECHA(WS-CLD-COUNT)
                            WS-CLD-E-TIPO(WS-CLD-COUNT)
                            WS-CLD-E-DESC(WS-CLD-COUNT)
               ELSE
                   MOVE "Y" TO WS-CLD-TRUNCADO
               END-IF
           END-IF.

       GRABAR-TABLA-CALENDARIO.
           MOVE "N" TO WS-CLD-GRABADO.
           IF WS-CLD-TRUNCADO = "Y"
               DISPLAY "calendario.dat tiene mas de 400 fechas; "
                   "no se regraba para no perder fechas."
               GO TO GRABAR-TABLA-CALENDARIO-EXIT
           END-IF.
           OPEN OUTPUT CALENDARIO-FILE.
           IF WS-CALENDARIO-STATUS NOT = "00"
               DISPLAY "Error al abrir calendario.dat, estado: "
                   WS-CALENDARIO-STATUS
           ELSE
               MOVE "Y" TO WS-CLD-GRABADO
               PERFORM VARYING WS-CLD-IDX FROM 1 BY 1
                       UNTIL WS-CLD-IDX > WS-CLD-COUNT
                   MOVE SPACES TO WS-CLD-LINE
                   STRING WS-CLD-E-FECHA(WS-CLD-IDX) ","
                       WS-CLD-E-TIPO(WS-CLD-IDX) ","
                       WS-CLD-E-DESC(WS-CLD-IDX)
                       DELIMITED BY SIZE INTO WS-CLD-LINE
                   WRITE CALENDARIO-RECORD FROM WS-CLD-LINE
                   IF WS-CALENDARIO-STATUS NOT = "00"
                       MOVE "N" TO WS-CLD-GRABADO
                   END-IF
               END-PERFORM
               CLOSE CALENDARIO-FILE
               IF WS-CLD-GRABADO NOT = "Y"
                   DISPLAY "Error al escribir calendario.dat."
               END-IF
           END-IF.
       GRABAR-TABLA-CALENDARIO-EXIT.
           EXIT.

       MANTENER-CALENDARIO.
           PERFORM CARGAR-TABLA-CALENDARIO.
           DISPLAY "Calendario (F = no habil, H = habil; sabados y "
               "domingos no son habiles salvo marca H):".
           IF WS-CLD-COUNT = 0
               DISPLAY "  (sin fechas registradas)"
           END-IF.
           MOVE 0 TO WS-LIST-PAGE-COUNT.
           PERFORM VARYING WS-CLD-IDX FROM 1 BY 1
                   UNTIL WS-CLD-IDX > WS-CLD-COUNT
               DISPLAY WS-CLD-IDX " " WS-CLD-E-FECHA(WS-CLD-IDX) " "
                   WS-CLD-E-TIPO(WS-CLD-IDX) " "
                   WS-CLD-E-DESC(WS-CLD-IDX)
               ADD 1 TO WS-LIST-PAGE-COUNT
               IF WS-LIST-PAGE-COUNT >= 20
                   DISPLAY "-- Presione ENTER para continuar --"
                   ACCEPT WS-CLD-OPCION
                   MOVE 0 TO WS-LIST-PAGE-COUNT
               END-IF
           END-PERFORM.
           DISPLAY "A - Agregar fecha, E - Eliminar fecha, "
               "otra cancela".
           MOVE SPACES TO WS-CLD-OPCION.
           ACCEPT WS-CLD-OPCION.
           EVALUATE WS-CLD-OPCION
               WHEN "A"
                   PERFORM AGREGAR-FECHA-CALENDARIO
                       THRU AGREGAR-FECHA-CALENDARIO-EXIT
               WHEN "E"
                   PERFORM ELIMINAR-FECHA-CALENDARIO
                       THRU ELIMINAR-FECHA-CALENDARIO-EXIT
               WHEN OTHER
                   DISPLAY "Operacion cancelada."
           END-EVALUATE.
       MANTENER-CALENDARIO-EXIT.
           EXIT.

       AGREGAR-FECHA-CALENDARIO.
           IF WS-CLD-COUNT >= 400
               DISPLAY "El calendario ya tiene 400 fechas."
               GO TO AGREGAR-FECHA-CALENDARIO-EXIT
           END-IF.
           DISPLAY "Fecha (AAAAMMDD):".
           MOVE SPACES TO WS-CLD-FECHA-X.
           ACCEPT WS-CLD-FECHA-X.
           PERFORM VALIDAR-FECHA-CALENDARIO.
           IF WS-CLD-FECHA-OK NOT = "Y"
               DISPLAY "Fecha invalida; operacion cancelada."
               GO TO AGREGAR-FECHA-CALENDARIO-EXIT
           END-IF.
           MOVE 0 TO WS-CLD-POS.
           PERFORM VARYING WS-CLD-IDX FROM 1 BY 1
                   UNTIL WS-CLD-IDX > WS-CLD-COUNT
               IF WS-CLD-E-FECHA(WS-CLD-IDX) = WS-CLD-FECHA-X
                   DISPLAY "La fecha ya esta en el calendario."
                   GO TO AGREGAR-FECHA-CALENDARIO-EXIT
               END-IF
               IF WS-CLD-POS = 0
                       AND WS-CLD-E-FECHA(WS-CLD-IDX) > WS-CLD-FECHA-X
                   MOVE WS-CLD-IDX TO WS-CLD-POS
               END-IF
           END-PERFORM.
           DISPLAY "Tipo (F = feriado / no habil, H = habil):".
           MOVE SPACES TO WS-CLD-TIPO.
           ACCEPT WS-CLD-TIPO.
           IF WS-CLD-TIPO NOT = "F" AND WS-CLD-TIPO NOT = "H"
               DISPLAY "Tipo invalido; operacion cancelada."
               GO TO AGREGAR-FECHA-CALENDARIO-EXIT
           END-IF.
           DISPLAY "Descripcion:".
           MOVE SPACES TO WS-CLD-DESC.
           ACCEPT WS-CLD-DESC.
           INSPECT WS-CLD-DESC REPLACING ALL "," BY ";".
           IF WS-CLD-POS = 0
               COMPUTE WS-CLD-POS = WS-CLD-COUNT + 1
           ELSE
               PERFORM VARYING WS-CLD-IDX FROM WS-CLD-COUNT BY -1
                       UNTIL WS-CLD-IDX < WS-CLD-POS
                   MOVE WS-CLD-ENTRY(WS-CLD-IDX)
                       TO WS-CLD-ENTRY(WS-CLD-IDX + 1)
               END-PERFORM
           END-IF.
           ADD 1 TO WS-CLD-COUNT.
           MOVE WS-CLD-FECHA-X TO WS-CLD-E-FECHA(WS-CLD-POS).
           MOVE WS-CLD-TIPO TO WS-CLD-E-TIPO(WS-CLD-POS).
           MOVE WS-CLD-DESC TO WS-CLD-E-DESC(WS-CLD-POS).
           PERFORM GRABAR-TABLA-CALENDARIO
               THRU GRABAR-TABLA-CALENDARIO-EXIT.
           MOVE WS-LOGIN-USER TO WS-NAME.
           MOVE "CALENDARIO" TO WS-AUDIT-ACCION.
           IF WS-CLD-GRABADO = "Y"
               DISPLAY "Fecha agregada."
               MOVE "AGREGADA" TO WS-AUDIT-RESULTADO
           ELSE
               MOVE "FALLIDO" TO WS-AUDIT-RESULTADO
           END-IF.
           MOVE SPACES TO WS-AUDIT-DETALLE.
           STRING WS-CLD-FECHA-X " " WS-CLD-TIPO " " WS-CLD-DESC
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE.
           PERFORM REGISTRAR-AUDITORIA.
       AGREGAR-FECHA-CALENDARIO-EXIT.
           EXIT.

       ELIMINAR-FECHA-CALENDARIO.
           DISPLAY "Numero de fecha a eliminar:".
           MOVE 0 TO WS-CLD-SEL.
           ACCEPT WS-CLD-SEL.
           IF WS-CLD-SEL < 1 OR WS-CLD-SEL > WS-CLD-COUNT
               DISPLAY "Seleccion invalida."
               GO TO ELIMINAR-FECHA-CALENDARIO-EXIT
           END-IF.
           MOVE SPACES TO WS-AUDIT-DETALLE.
           STRING WS-CLD-E-FECHA(WS-CLD-SEL) " "
               WS-CLD-E-TIPO(WS-CLD-SEL) " "
               WS-CLD-E-DESC(WS-CLD-SEL)
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE.
           PERFORM VARYING WS-CLD-IDX FROM WS-CLD-SEL BY 1
                   UNTIL WS-CLD-IDX >= WS-CLD-COUNT
               MOVE WS-CLD-ENTRY(WS-CLD-IDX + 1)
                   TO WS-CLD-ENTRY(WS-CLD-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-CLD-COUNT.
           PERFORM GRABAR-TABLA-CALENDARIO
               THRU GRABAR-TABLA-CALENDARIO-EXIT.
           MOVE WS-LOGIN-USER TO WS-NAME.
           MOVE "CALENDARIO" TO WS-AUDIT-ACCION.
           IF WS-CLD-GRABADO = "Y"
               DISPLAY "Fecha eliminada."
               MOVE "ELIMINADA" TO WS-AUDIT-RESULTADO
           ELSE
               MOVE "FALLIDO" TO WS-AUDIT-RESULTADO
           END-IF.
           PERFORM REGISTRAR-AUDITORIA.
       ELIMINAR-FECHA-CALENDARIO-EXIT.
           EXIT.

       CARGAR-PARAMETROS.
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-PAR-COUNT
               MOVE WS-PAR-DEFECTO(WS-PAR-IDX)
                   TO WS-PAR-VALOR(WS-PAR-IDX)
           END-PERFORM.
           OPEN INPUT PARAMETROS-FILE.
           IF WS-PARAMETROS-STATUS = "00"
               PERFORM UNTIL WS-PARAMETROS-STATUS = "10"
                   READ PARAMETROS-FILE
                       AT END
                           MOVE "10" TO WS-PARAMETROS-STATUS
                       NOT AT END
                           PERFORM LEER-LINEA-PARAMETRO
                   END-READ
               END-PERFORM
               CLOSE PARAMETROS-FILE
           END-IF.
           PERFORM VERIFICAR-BANDAS-EDAD.
           IF WS-PAR-OK NOT = "Y"
               DISPLAY "Bandas de edad de parametros.dat fuera de "
                   "orden; se usan las bandas por defecto."
               PERFORM VARYING WS-PAR-IDX FROM 9 BY 1
                       UNTIL WS-PAR-IDX > WS-PAR-COUNT
                   MOVE WS-PAR-DEFECTO(WS-PAR-IDX)
                       TO WS-PAR-VALOR(WS-PAR-IDX)
               END-PERFORM
           END-IF.
           PERFORM APLICAR-PARAMETROS.

       LEER-LINEA-PARAMETRO.
           IF PARAMETROS-RECORD = SPACES
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PAR-CLAVE-LEIDA
               MOVE SPACES TO WS-PAR-VALOR-X
               MOVE 0 TO WS-PAR-LARGO
               UNSTRING PARAMETROS-RECORD DELIMITED BY ","
                       OR ALL SPACE
                   INTO WS-PAR-CLAVE-LEIDA
                        WS-PAR-VALOR-X COUNT IN WS-PAR-LARGO
               MOVE 0 TO WS-PAR-HALLADO
               PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                       UNTIL WS-PAR-IDX > WS-PAR-COUNT
                   IF WS-PAR-CLAVE(WS-PAR-IDX) = WS-PAR-CLAVE-LEIDA
                       MOVE WS-PAR-IDX TO WS-PAR-HALLADO
                   END-IF
               END-PERFORM
               IF WS-PAR-HALLADO = 0
                   DISPLAY "Parametro desconocido en parametros.dat: "
                       WS-PAR-CLAVE-LEIDA
               ELSE
                   INSPECT WS-PAR-VALOR-X
                       REPLACING LEADING SPACE BY "0"
                   IF WS-PAR-LARGO > 5
                           OR WS-PAR-VALOR-X IS NOT NUMERIC
                       DISPLAY "Parametro " WS-PAR-CLAVE-LEIDA
                           " invalido; se usa el valor por defecto."
                   ELSE
                       MOVE WS-PAR-VALOR-X TO WS-PAR-NUEVO
                       IF WS-PAR-NUEVO < WS-PAR-MINIMO(WS-PAR-HALLADO)
                               OR WS-PAR-NUEVO
                               > WS-PAR-MAXIMO(WS-PAR-HALLADO)
                           DISPLAY "Parametro " WS-PAR-CLAVE-LEIDA
                               " fuera de rango; se usa el valor "
                               "por defecto."
                       ELSE
                           MOVE WS-PAR-NUEVO
                               TO WS-PAR-VALOR(WS-PAR-HALLADO)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-BANDAS-EDAD.
           MOVE "Y" TO WS-PAR-OK.
           PERFORM VARYING WS-PAR-IDX FROM 10 BY 1
                   UNTIL WS-PAR-IDX > WS-PAR-COUNT
               IF WS-PAR-VALOR(WS-PAR-IDX)
                       NOT > WS-PAR-VALOR(WS-PAR-IDX - 1)
                   MOVE "N" TO WS-PAR-OK
               END-IF
           END-PERFORM.

       APLICAR-PARAMETROS.
           MOVE WS-PAR-VALOR(1) TO WS-PASS-DIAS-MAX.
           MOVE WS-PAR-VALOR(2) TO WS-LOGIN-INTENTOS-MAX.
           MOVE WS-PAR-VALOR(3) TO WS-CHECKPOINT-FREC.
           MOVE WS-PAR-VALOR(4) TO WS-RESP-GEN-MAX.
           MOVE WS-PAR-VALOR(5) TO WS-APR-DIAS-VIGENCIA.
           MOVE WS-PAR-VALOR(6) TO WS-BLQ-HORAS-VENCE.
           MOVE WS-PAR-VALOR(7) TO WS-CAL-MIN-DIGITOS.
           MOVE WS-PAR-VALOR(8) TO WS-CAL-EDAD-MAX.
           MOVE WS-PAR-VALOR(9) TO WS-RM-BANDA-1.
           MOVE WS-PAR-VALOR(10) TO WS-RM-BANDA-2.
           MOVE WS-PAR-VALOR(11) TO WS-RM-BANDA-3.
           MOVE WS-PAR-VALOR(12) TO WS-RM-BANDA-4.
           MOVE WS-PAR-VALOR(13) TO WS-RM-BANDA-5.
           MOVE WS-PAR-VALOR(14) TO WS-RM-BANDA-6.

       GRABAR-PARAMETROS.
           MOVE "N" TO WS-PAR-GRABADO.
           OPEN OUTPUT PARAMETROS-FILE.
           IF WS-PARAMETROS-STATUS NOT = "00"
               DISPLAY "Error al abrir parametros.dat, estado: "
                   WS-PARAMETROS-STATUS
           ELSE
               MOVE "Y" TO WS-PAR-GRABADO
               PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                       UNTIL WS-PAR-IDX > WS-PAR-COUNT
                   MOVE SPACES TO WS-PAR-LINE
                   STRING WS-PAR-CLAVE(WS-PAR-IDX) DELIMITED BY SPACE
                       "," WS-PAR-VALOR(WS-PAR-IDX)
                       DELIMITED BY SIZE INTO WS-PAR-LINE
                   WRITE PARAMETROS-RECORD FROM WS-PAR-LINE
                   IF WS-PARAMETROS-STATUS NOT = "00"
                       MOVE "N" TO WS-PAR-GRABADO
                   END-IF
               END-PERFORM
               CLOSE PARAMETROS-FILE
               IF WS-PAR-GRABADO NOT = "Y"
                   DISPLAY "Error al escribir parametros.dat."
               END-IF
           END-IF.

       MANTENER-PARAMETROS.
           DISPLAY "Parametros de operacion en vigor:".
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-PAR-COUNT
               MOVE WS-PAR-VALOR(WS-PAR-IDX) TO WS-PAR-VALOR-ED
               MOVE WS-PAR-MINIMO(WS-PAR-IDX) TO WS-PAR-MINIMO-ED
               MOVE WS-PAR-MAXIMO(WS-PAR-IDX) TO WS-PAR-MAXIMO-ED
               DISPLAY WS-PAR-IDX " " WS-PAR-CLAVE(WS-PAR-IDX) " "
                   WS-PAR-VALOR-ED " (" WS-PAR-MINIMO-ED "-"
                   WS-PAR-MAXIMO-ED ") " WS-PAR-DESC(WS-PAR-IDX)
           END-PERFORM.
           DISPLAY "Numero de parametro a cambiar (0 cancela):".
           MOVE 0 TO WS-PAR-SEL.
           ACCEPT WS-PAR-SEL.
           IF WS-PAR-SEL < 1 OR WS-PAR-SEL > WS-PAR-COUNT
               DISPLAY "Operacion cancelada."
               GO TO MANTENER-PARAMETROS-EXIT
           END-IF.
           DISPLAY "Nuevo valor para " WS-PAR-CLAVE(WS-PAR-SEL) ":".
           MOVE 0 TO WS-PAR-NUEVO.
           ACCEPT WS-PAR-NUEVO.
           IF WS-PAR-NUEVO < WS-PAR-MINIMO(WS-PAR-SEL)
                   OR WS-PAR-NUEVO > WS-PAR-MAXIMO(WS-PAR-SEL)
               DISPLAY "Valor fuera de rango; no se modifica."
               GO TO MANTENER-PARAMETROS-EXIT
           END-IF.
           IF WS-PAR-NUEVO = WS-PAR-VALOR(WS-PAR-SEL)
               DISPLAY "El valor no cambio."
               GO TO MANTENER-PARAMETROS-EXIT
           END-IF.
           MOVE WS-PAR-VALOR(WS-PAR-SEL) TO WS-PAR-ANTERIOR.
           MOVE WS-PAR-NUEVO TO WS-PAR-VALOR(WS-PAR-SEL).
           PERFORM VERIFICAR-BANDAS-EDAD.
           IF WS-PAR-OK NOT = "Y"
               DISPLAY "Las bandas de edad deben ser crecientes; "
                   "no se modifica."
               MOVE WS-PAR-ANTERIOR TO WS-PAR-VALOR(WS-PAR-SEL)
               GO TO MANTENER-PARAMETROS-EXIT
           END-IF.
           PERFORM GRABAR-PARAMETROS.
           MOVE WS-LOGIN-USER TO WS-NAME.
           MOVE "PARAMETROS" TO WS-AUDIT-ACCION.
           IF WS-PAR-GRABADO = "Y"
               PERFORM APLICAR-PARAMETROS
               DISPLAY "Parametro actualizado."
               MOVE "CAMBIADO" TO WS-AUDIT-RESULTADO
           ELSE
               MOVE WS-PAR-ANTERIOR TO WS-PAR-VALOR(WS-PAR-SEL)
               MOVE "FALLIDO" TO WS-AUDIT-RESULTADO
           END-IF.
           MOVE WS-PAR-ANTERIOR TO WS-PAR-ANTERIOR-ED.
           MOVE WS-PAR-NUEVO TO WS-PAR-VALOR-ED.
           MOVE SPACES TO WS-AUDIT-DETALLE.
           STRING WS-PAR-CLAVE(WS-PAR-SEL) DELIMITED BY SPACE
               " " WS-PAR-ANTERIOR-ED " -> " WS-PAR-VALOR-ED
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE.
           PERFORM REGISTRAR-AUDITORIA.
       MANTENER-PARAMETROS-EXIT.
           EXIT.

       ATENDER-ARCO-BATCH.
           IF WS-CMD-ARG = SPACES OR WS-CMD-ARG(51:10) NOT = SPACES
               DISPLAY "Indique el correo del titular: ARCO <correo>"
               MOVE 8 TO RETURN-CODE
               GO TO ATENDER-ARCO-BATCH-EXIT
           END-IF.
           MOVE WS-CMD-ARG TO WS-ARC-EMAIL-SOL.
           MOVE "ACCESO" TO WS-ARC-TIPO.
           MOVE WS-RUN-MODE TO WS-ARC-USUARIO.
           PERFORM GENERAR-EXPEDIENTE-ARCO
               THRU GENERAR-EXPEDIENTE-ARCO-EXIT.
           IF WS-ARC-OK NOT = "Y"
               MOVE 8 TO RETURN-CODE
           END-IF.
       ATENDER-ARCO-BATCH-EXIT.
           EXIT.

       ATENDER-SOLICITUD-ARCO.
           DISPLAY "Correo del titular:".
           MOVE SPACES TO WS-ARC-EMAIL-SOL.
           ACCEPT WS-ARC-EMAIL-SOL.
           IF WS-ARC-EMAIL-SOL = SPACES
               DISPLAY "Operacion cancelada."
               GO TO ATENDER-SOLICITUD-ARCO-EXIT
           END-IF.
           DISPLAY "A - Acceso (expediente), C - Cancelacion "
               "(anonimizar), otra cancela".
           MOVE SPACES TO WS-ARC-OPCION.
           ACCEPT WS-ARC-OPCION.
           EVALUATE WS-ARC-OPCION
               WHEN "A"
                   MOVE "ACCESO" TO WS-ARC-TIPO
               WHEN "C"
                   MOVE "CANCELA" TO WS-ARC-TIPO
               WHEN OTHER
                   DISPLAY "Operacion cancelada."
                   GO TO ATENDER-SOLICITUD-ARCO-EXIT
           END-EVALUATE.
           IF WS-ARC-TIPO = "CANCELA"
               MOVE "N" TO WS-ARC-OK
               OPEN INPUT MASTER-FILE
               IF WS-MASTER-STATUS = "00"
                   MOVE WS-ARC-EMAIL-SOL TO MASTER-EMAIL
                   READ MASTER-FILE KEY IS MASTER-EMAIL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-ARC-OK
                   END-READ
                   CLOSE MASTER-FILE
               END-IF
               IF WS-ARC-OK NOT = "Y"
                   DISPLAY "No existe un registro con ese correo en "
                       "datos.dat; solo puede atenderse el acceso."
                   GO TO ATENDER-SOLICITUD-ARCO-EXIT
               END-IF
           END-IF.
           MOVE WS-LOGIN-USER TO WS-ARC-USUARIO.
           PERFORM GENERAR-EXPEDIENTE-ARCO
               THRU GENERAR-EXPEDIENTE-ARCO-EXIT.
           IF WS-ARC-OK NOT = "Y" OR WS-ARC-TIPO NOT = "CANCELA"
               GO TO ATENDER-SOLICITUD-ARCO-EXIT
           END-IF.
           MOVE "ANONIM" TO WS-APR-NUEVO-TIPO.
           MOVE WS-ARC-EMAIL-SOL TO WS-APR-NUEVO-OBJETIVO.
           MOVE SPACES TO WS-APR-NUEVO-VALOR.
           STRING "ARCO " WS-ARC-NUMERO-X
               DELIMITED BY SIZE INTO WS-APR-NUEVO-VALOR.
           PERFORM REGISTRAR-SOLICITUD THRU REGISTRAR-SOLICITUD-EXIT.
           MOVE SPACES TO WS-ARC-DETALLE.
           IF WS-APR-GRABADO = "Y"
               MOVE "SOLICITADA" TO WS-ARC-RESULTADO
               STRING "APROBACION " WS-APR-NUMERO(WS-APR-COUNT)
                   DELIMITED BY SIZE INTO WS-ARC-DETALLE
           ELSE
               MOVE "NO-REGISTRADA" TO WS-ARC-RESULTADO
           END-IF.
           PERFORM REGISTRAR-ARCO.
           MOVE WS-LOGIN-USER TO WS-NAME.
           MOVE "ARCO" TO WS-AUDIT-ACCION.
           IF WS-APR-GRABADO = "Y"
               MOVE "CANCELA-SOLICITADA" TO WS-AUDIT-RESULTADO
           ELSE
               MOVE "FALLIDO" TO WS-AUDIT-RESULTADO
           END-IF.
           MOVE SPACES TO WS-AUDIT-DETALLE.
           STRING "EXPEDIENTE " WS-ARC-NUMERO-X
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE.
           PERFORM REGISTRAR-AUDITORIA.
       ATENDER-SOLICITUD-ARCO-EXIT.
           EXIT.

       GENERAR-EXPEDIENTE-ARCO.
           MOVE "N" TO WS-ARC-OK.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-ARC-FECHA.
           PERFORM COLECTAR-TERMINOS-ARCO.
           PERFORM LEER-CONTROL-ARCO.
           ADD 1 TO WS-ARC-NUMERO.
           MOVE WS-ARC-NUMERO TO WS-ARC-NUMERO-X.
           MOVE SPACES TO WS-ARC-DOS-NAME.
           STRING "arco_" WS-ARC-NUMERO-X ".txt"
               DELIMITED BY SIZE INTO WS-ARC-DOS-NAME.
           OPEN OUTPUT ARCODOS-FILE.
           IF WS-ARCODOS-STATUS NOT = "00"
               DISPLAY "Error al abrir " WS-ARC-DOS-NAME
                   " estado: " WS-ARCODOS-STATUS
               MOVE WS-ARC-USUARIO TO WS-NAME
               MOVE "ARCO" TO WS-AUDIT-ACCION
               MOVE "FALLIDO" TO WS-AUDIT-RESULTADO
               PERFORM REGISTRAR-AUDITORIA
               GO TO GENERAR-EXPEDIENTE-ARCO-EXIT
           END-IF.
           PERFORM GRABAR-CONTROL-ARCO.
           PERFORM ESCRIBIR-CABECERA-ARCO.
           MOVE 0 TO WS-ARC-TOTAL.
           MOVE 0 TO WS-ARC-RES-COUNT.
           PERFORM CARGAR-INDICE-AUDITORIA.
           PERFORM REVISAR-MAESTRO-ARCO.
           PERFORM VARYING WS-ARC-FTE-IDX FROM 1 BY 1
                   UNTIL WS-ARC-FTE-IDX > 17
               MOVE WS-ARC-FUENTE(WS-ARC-FTE-IDX) TO WS-ARC-FTE-NAME
               PERFORM REVISAR-FUENTE-ARCO
           END-PERFORM.
           PERFORM VARYING WS-ARC-FTE-IDX FROM 1 BY 1
                   UNTIL WS-ARC-FTE-IDX > 9
               MOVE WS-ARC-FTE-IDX TO WS-ARC-GEN
               MOVE SPACES TO WS-ARC-FTE-NAME
               STRING "respaldo_" WS-ARC-GEN ".dat"
                   DELIMITED BY SIZE INTO WS-ARC-FTE-NAME
               PERFORM REVISAR-FUENTE-ARCO
           END-PERFORM.
           PERFORM VARYING WS-ARC-ARCH-IDX FROM 1 BY 1
                   UNTIL WS-ARC-ARCH-IDX > WS-ARC-ARCH-COUNT
               MOVE WS-ARC-ARCH-NAME(WS-ARC-ARCH-IDX)
                   TO WS-ARC-FTE-NAME
               PERFORM REVISAR-FUENTE-ARCO
           END-PERFORM.
           PERFORM ESCRIBIR-RESUMEN-ARCO.
           CLOSE ARCODOS-FILE.
           MOVE "Y" TO WS-ARC-OK.
           DISPLAY "Expediente " WS-ARC-NUMERO-X " generado en "
               WS-ARC-DOS-NAME.
           DISPLAY "Coincidencias encontradas: " WS-ARC-TOTAL.
           MOVE "EXPEDIENTE" TO WS-ARC-RESULTADO.
           MOVE SPACES TO WS-ARC-DETALLE.
           STRING WS-ARC-DOS-NAME DELIMITED BY SPACE
               " coincidencias " WS-ARC-TOTAL
               DELIMITED BY SIZE INTO WS-ARC-DETALLE.
           PERFORM REGISTRAR-ARCO.
           MOVE WS-ARC-USUARIO TO WS-NAME.
           MOVE "ARCO" TO WS-AUDIT-ACCION.
           MOVE "EXPEDIENTE" TO WS-AUDIT-RESULTADO.
           MOVE SPACES TO WS-AUDIT-DETALLE.
           STRING "EXPEDIENTE " WS-ARC-NUMERO-X
               DELIMITED BY SIZE INTO WS-AUDIT-DETALLE.
           PERFORM REGISTRAR-AUDITORIA.
       GENERAR-EXPEDIENTE-ARCO-EXIT.
           EXIT.

       COLECTAR-TERMINOS-ARCO.
           MOVE 0 TO WS-ARC-TRM-COUNT.
           MOVE WS-ARC-EMAIL-SOL TO WS-ARC-TRM-NUEVO.
           PERFORM AGREGAR-TERMINO-ARCO.
           MOVE 0 TO WS-ARC-FOLIO.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE WS-ARC-EMAIL-SOL TO MASTER-EMAIL
               READ MASTER-FILE KEY IS MASTER-EMAIL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MASTER-FOLIO TO WS-ARC-FOLIO
               END-READ
               CLOSE MASTER-FILE
           END-IF.
           IF WS-ARC-FOLIO = 0
               MOVE WS-ARC-EMAIL-SOL TO WS-FXR-BUSCA-EMAIL
               PERFORM BUSCAR-FOLIO-CORREO
               MOVE WS-FXR-HALLADO TO WS-ARC-FOLIO
           END-IF.
           MOVE WS-ARC-FOLIO TO WS-ARC-FOLIO-X.
           IF WS-ARC-FOLIO > 0
               OPEN INPUT FOLXREF-FILE
               IF WS-FOLXREF-STATUS = "00"
                   PERFORM UNTIL WS-FOLXREF-STATUS = "10"
                       READ FOLXREF-FILE
                           AT END
                               MOVE "10" TO WS-FOLXREF-STATUS
                           NOT AT END
                               PERFORM COMPARAR-FOLIO-ARCO
                       END-READ
                   END-PERFORM
                   CLOSE FOLXREF-FILE
               END-IF
               OPEN INPUT MASTER-FILE
               IF WS-MASTER-STATUS = "00"
                   MOVE WS-ARC-FOLIO TO MASTER-FOLIO
                   READ MASTER-FILE KEY IS MASTER-FOLIO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MASTER-EMAIL TO WS-ARC-TRM-NUEVO
                           PERFORM AGREGAR-TERMINO-ARCO
                   END-READ
                   CLOSE MASTER-FILE
               END-IF
           END-IF.
           MOVE WS-ARC-TRM-COUNT TO WS-ARC-EMAIL-COUNT.
           IF WS-ARC-FOLIO > 0
               MOVE SPACES TO WS-ARC-TRM-NUEVO
               STRING "FOLIO " WS-ARC-FOLIO-X
                   DELIMITED BY SIZE INTO WS-ARC-TRM-NUEVO
               PERFORM AGREGAR-TERMINO-ARCO
           END-IF.

       COMPARAR-FOLIO-ARCO.
           MOVE SPACES TO WS-FXR-FOLIO-X WS-FXR-EMAIL WS-FXR-FECHA.
           UNSTRING FOLXREF-RECORD DELIMITED BY ","
               INTO WS-FXR-FOLIO-X WS-FXR-EMAIL WS-FXR-FECHA.
           IF WS-FXR-FOLIO-X = WS-ARC-FOLIO-X
               MOVE WS-FXR-EMAIL TO WS-ARC-TRM-NUEVO
               PERFORM AGREGAR-TERMINO-ARCO
           END-IF.

       AGREGAR-TERMINO-ARCO.
           IF WS-ARC-TRM-NUEVO = SPACES
               GO TO AGREGAR-TERMINO-ARCO-EXIT
           END-IF.
           MOVE WS-ARC-TRM-NUEVO TO WS-ARC-BUSCA.
           INSPECT WS-ARC-BUSCA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "N" TO WS-ARC-TRM-HALLADO.
           PERFORM VARYING WS-ARC-E FROM 1 BY 1
                   UNTIL WS-ARC-E > WS-ARC-TRM-COUNT
               IF WS-ARC-TRM-MAY(WS-ARC-E) = WS-ARC-BUSCA
                   MOVE "Y" TO WS-ARC-TRM-HALLADO
               END-IF
           END-PERFORM.
           IF WS-ARC-TRM-HALLADO = "Y" OR WS-ARC-TRM-COUNT NOT < 12
               GO TO AGREGAR-TERMINO-ARCO-EXIT
           END-IF.
           ADD 1 TO WS-ARC-TRM-COUNT.
           MOVE WS-ARC-TRM-NUEVO TO WS-ARC-TRM(WS-ARC-TRM-COUNT).
           MOVE WS-ARC-BUSCA TO WS-ARC-TRM-MAY(WS-ARC-TRM-COUNT).
           MOVE 0 TO WS-ARC-TRM-LEN(WS-ARC-TRM-COUNT).
           PERFORM VARYING WS-ARC-L FROM 1 BY 1 UNTIL WS-ARC-L > 50
               IF WS-ARC-BUSCA(WS-ARC-L:1) NOT = SPACE
                   MOVE WS-ARC-L TO WS-ARC-TRM-LEN(WS-ARC-TRM-COUNT)
               END-IF
           END-PERFORM.
       AGREGAR-TERMINO-ARCO-EXIT.
           EXIT.

       ESCRIBIR-CABECERA-ARCO.
           MOVE SPACES TO WS-ARC-DOS-LINE.
           STRING "EXPEDIENTE ARCO " WS-ARC-NUMERO-X
               DELIMITED BY SIZE INTO WS-ARC-DOS-LINE.
           WRITE ARCODOS-RECORD FROM WS-ARC-DOS-LINE.
           MOVE SPACES TO WS-ARC-DOS-LINE.
           STRING "Titular: " WS-ARC-EMAIL-SOL
               DELIMITED BY SIZE INTO WS-ARC-DOS-LINE.
           WRITE ARCODOS-RECORD FROM WS-ARC-DOS-LINE.
           MOVE SPACES TO WS-ARC-DOS-LINE.
           STRING "Tipo de solicitud: " WS-ARC-TIPO
               DELIMITED BY SIZE INTO WS-ARC-DOS-LINE.
           WRITE ARCODOS-RECORD FROM WS-ARC-DOS-LINE.
           MOVE SPACES TO WS-ARC-DOS-LINE.
           STRING "Emitido: " WS-ARC-FECHA " por " WS-ARC-USUARIO
               DELIMITED BY SIZE INTO WS-ARC-DOS-LINE.
           WRITE ARCODOS-RECORD FROM WS-ARC-DOS-LINE.
           MOVE SPACES TO WS-ARC-DOS-LINE.
           IF WS-ARC-FOLIO > 0
               STRING "Folio: " WS-ARC-FOLIO-X
                   DELIMITED BY SIZE INTO WS-ARC-DOS-LINE
           ELSE
               MOVE "Folio: sin folio asignado" TO WS-ARC-DOS-LINE
           END-IF.
           WRITE ARCODOS-RECORD FROM WS-ARC-DOS-LINE.
           PERFORM VARYING WS-ARC-E FROM 1 BY 1
                   UNTIL WS-ARC-E > WS-ARC-TRM-COUNT
               MOVE SPACES TO WS-ARC-DOS-LINE
               STRING "Termino de busqueda: " WS-ARC-TRM(WS-ARC-E)
                   DELIMITED BY SIZE INTO WS-ARC-DOS-LINE
               WRITE ARCODOS-RECORD FROM WS-ARC-DOS-LINE
           END-PERFORM.
           MOVE SPACES TO WS-ARC-DOS-LINE.
           STRING "Lineas que contienen algun termino de busqueda, "
               "sin distinguir mayusculas, por archivo:"
               DELIMITED BY SIZE INTO WS-ARC-DOS-LINE.
           WRITE ARCODOS-RECORD FROM WS-ARC-DOS-LINE.
           MOVE ALL "-" TO WS-ARC-DOS-LINE(1:60).
           WRITE ARCODOS-RECORD FROM WS-ARC-DOS-LINE(1:60).

       REVISAR-MAESTRO-ARCO.
           MOVE "datos.dat" TO WS-ARC-FTE-NAME.
           MOVE 0 TO WS-ARC-FTE-CTA.
           MOVE SPACES TO WS-ARC-FTE-NOTA.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               PERFORM VARYING WS-ARC-E FROM 1 BY 1
                       UNTIL WS-ARC-E > WS-ARC-EMAIL-COUNT
                   MOVE WS-ARC-TRM(WS-ARC-E) TO MASTER-EMAIL
                   READ MASTER-FILE KEY IS MASTER-EMAIL
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MASTER-RECORD TO WS-ARC-TEXTO
                           PERFORM ESCRIBIR-COINCIDENCIA-ARCO
                   END-READ
               END-PERFORM
               CLOSE MASTER-FILE
           ELSE
               MOVE SPACES TO WS-ARC-FTE-NOTA
               STRING "ERROR " WS-MASTER-STATUS
                   DELIMITED BY SIZE INTO WS-ARC-FTE-NOTA
           END-IF.
           PERFORM ANOTAR-FUENTE-ARCO.

       REVISAR-FUENTE-ARCO.
           PERFORM LEER-FUENTE-ARCO THRU LEER-FUENTE-ARCO-EXIT.
           PERFORM ANOTAR-FUENTE-ARCO.

       LEER-FUENTE-ARCO.
           MOVE 0 TO WS-ARC-FTE-CTA.
           MOVE SPACES TO WS-ARC-FTE-NOTA.
           MOVE "N" TO WS-ARC-FTE-AUDIT.
           IF WS-ARC-FTE-NAME(1:9) = "auditoria"
               MOVE "Y" TO WS-ARC-FTE-AUDIT
           END-IF.
           OPEN INPUT ARCOFTE-FILE.
           IF WS-ARCOFTE-STATUS = "35"
               MOVE "NO EXISTE" TO WS-ARC-FTE-NOTA
               GO TO LEER-FUENTE-ARCO-EXIT
           END-IF.
           IF WS-ARCOFTE-STATUS NOT = "00"
               STRING "ERROR " WS-ARCOFTE-STATUS
                   DELIMITED BY SIZE INTO WS-ARC-FTE-NOTA
               GO TO LEER-FUENTE-ARCO-EXIT
           END-IF.
           PERFORM UNTIL WS-ARCOFTE-STATUS = "10"
               READ ARCOFTE-FILE
                   AT END
                       MOVE "10" TO WS-ARCOFTE-STATUS
                   NOT AT END
                       MOVE ARCOFTE-RECORD TO WS-ARC-TEXTO
                       PERFORM EXAMINAR-LINEA-ARCO
               END-READ
           END-PERFORM.
           CLOSE ARCOFTE-FILE.
       LEER-FUENTE-ARCO-EXIT.
           EXIT.

       EXAMINAR-LINEA-ARCO.
           MOVE WS-ARC-TEXTO TO WS-ARC-MAYUS.
           INSPECT WS-ARC-MAYUS CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE 0 TO WS-ARC-TALLY.
           PERFORM VARYING WS-ARC-E FROM 1 BY 1
                   UNTIL WS-ARC-E > WS-ARC-TRM-COUNT
               MOVE WS-ARC-TRM-MAY(WS-ARC-E) TO WS-ARC-BUSCA
               MOVE WS-ARC-TRM-LEN(WS-ARC-E) TO WS-ARC-L
               INSPECT WS-ARC-MAYUS TALLYING WS-ARC-TALLY
                   FOR ALL WS-ARC-BUSCA(1:WS-ARC-L)
           END-PERFORM.
           IF WS-ARC-TALLY > 0
               PERFORM ESCRIBIR-COINCIDENCIA-ARCO
           END-IF.
           IF WS-ARC-FTE-AUDIT = "Y"
                   AND WS-ARC-TEXTO(54:9) = "AUDITORIA"
                   AND WS-ARC-TEXTO(70:9) = "ARCHIVADO"
                   AND WS-ARC-TEXTO(1:8) IS NUMERIC
               MOVE SPACES TO WS-ARC-ARCH-NUEVO
               STRING "auditoria_" WS-ARC-TEXTO(1:8) ".log"
                   DELIMITED BY SIZE INTO WS-ARC-ARCH-NUEVO
               PERFORM AGREGAR-ARCHIVO-ARCO
           END-IF.

       ESCRIBIR-COINCIDENCIA-ARCO.
           MOVE SPACES TO WS-ARC-DOS-LINE.
           STRING WS-ARC-FTE-NAME DELIMITED BY SPACE
               ": " WS-ARC-TEXTO DELIMITED BY SIZE
               INTO WS-ARC-DOS-LINE.
           WRITE ARCODOS-RECORD FROM WS-ARC-DOS-LINE.
           ADD 1 TO WS-ARC-FTE-CTA.
           ADD 1 TO WS-ARC-TOTAL.

       ANOTAR-FUENTE-ARCO.
           IF WS-ARC-RES-COUNT < 250
               ADD 1 TO WS-ARC-RES-COUNT
               MOVE WS-ARC-FTE-NAME
                   TO WS-ARC-RES-FUENTE(WS-ARC-RES-COUNT)
               MOVE WS-ARC-FTE-CTA TO WS-ARC-RES-CTA(WS-ARC-RES-COUNT)
               MOVE WS-ARC-FTE-NOTA
                   TO WS-ARC-RES-NOTA(WS-ARC-RES-COUNT)
           END-IF.

       CARGAR-INDICE-AUDITORIA.
           MOVE 0 TO WS-ARC-ARCH-COUNT.
           MOVE "N" TO WS-ARC-ARCH-TRUNCADO.
           OPEN INPUT AUDIDX-FILE.
           IF WS-AUDIDX-STATUS = "00"
               PERFORM UNTIL WS-AUDIDX-STATUS = "10"
                   READ AUDIDX-FILE
                       AT END
                           MOVE "10" TO WS-AUDIDX-STATUS
                       NOT AT END
                           MOVE AUDIDX-RECORD(1:30) TO WS-ARC-ARCH-NUEVO
                           PERFORM AGREGAR-ARCHIVO-ARCO
                   END-READ
               END-PERFORM
               CLOSE AUDIDX-FILE
           END-IF.

       AGREGAR-ARCHIVO-ARCO.
           IF WS-ARC-ARCH-NUEVO = SPACES
               GO TO AGREGAR-ARCHIVO-ARCO-EXIT
           END-IF.
           MOVE "N" TO WS-ARC-ARCH-HALLADO.
           PERFORM VARYING WS-ARC-ARCH-J FROM 1 BY 1
                   UNTIL WS-ARC-ARCH-J > WS-ARC-ARCH-COUNT
               IF WS-ARC-ARCH-NAME(WS-ARC-ARCH-J) = WS-ARC-ARCH-NUEVO
                   MOVE "Y" TO WS-ARC-ARCH-HALLADO
               END-IF
           END-PERFORM.
           IF WS-ARC-ARCH-HALLADO = "Y"
               GO TO AGREGAR-ARCHIVO-ARCO-EXIT
           END-IF.
           IF WS-ARC-ARCH-COUNT < 200
               ADD 1 TO WS-ARC-ARCH-COUNT
               MOVE WS-ARC-ARCH-NUEVO
                   TO WS-ARC-ARCH-NAME(WS-ARC-ARCH-COUNT)
           ELSE
               MOVE "Y" TO WS-ARC-ARCH-TRUNCADO
           END-IF.
       AGREGAR-ARCHIVO-ARCO-EXIT.
           EXIT.

       ESCRIBIR-RESUMEN-ARCO.
           MOVE ALL "-" TO WS-ARC-DOS-LINE(1:60).
           WRITE ARCODOS-RECORD FROM WS-ARC-DOS-LINE(1:60).
           MOVE "RESUMEN POR ARCHIVO" TO WS-ARC-DOS-LINE.
           WRITE ARCODOS-RECORD FROM WS-ARC-DOS-LINE.
           PERFORM VARYING WS-ARC-RES-IDX FROM 1 BY 1
                   UNTIL WS-ARC-RES-IDX > WS-ARC-RES-COUNT
               MOVE SPACES TO WS-ARC-DOS-LINE
               STRING WS-ARC-RES-FUENTE(WS-ARC-RES-IDX) " "
                   WS-ARC-RES-CTA(WS-ARC-RES-IDX) " "
                   WS-ARC-RES-NOTA(WS-ARC-RES-IDX)
                   DELIMITED BY SIZE INTO WS-ARC-DOS-LINE
               WRITE ARCODOS-RECORD FROM WS-ARC-DOS-LINE
           END-PERFORM.
           IF WS-ARC-ARCH-TRUNCADO = "Y"
               MOVE SPACES TO WS-ARC-DOS-LINE
               STRING "Hay mas de 200 archivos de auditoria; no se "
                   "revisaron todos."
                   DELIMITED BY SIZE INTO WS-ARC-DOS-LINE
               WRITE ARCODOS-RECORD FROM WS-ARC-DOS-LINE
           END-IF.
           MOVE SPACES TO WS-ARC-DOS-LINE.
           STRING "Total de coincidencias: " WS-ARC-TOTAL
               DELIMITED BY SIZE INTO WS-ARC-DOS-LINE.
           WRITE ARCODOS-RECORD FROM WS-ARC-DOS-LINE.

       LEER-CONTROL-ARCO.
           MOVE 0 TO WS-ARC-NUMERO.
           OPEN INPUT ARCOCTL-FILE.
           IF WS-ARCOCTL-STATUS = "00"
               MOVE SPACES TO WS-ARC-CTL-LINE
               READ ARCOCTL-FILE INTO WS-ARC-CTL-LINE
                   AT END
                       MOVE SPACES TO WS-ARC-CTL-LINE
               END-READ
               IF WS-ARC-CTL-LINE(1:6) IS NUMERIC
                   MOVE WS-ARC-CTL-LINE(1:6) TO WS-ARC-NUMERO
               END-IF
               CLOSE ARCOCTL-FILE
           END-IF.

       GRABAR-CONTROL-ARCO.
           OPEN OUTPUT ARCOCTL-FILE.
           IF WS-ARCOCTL-STATUS = "00"
               MOVE SPACES TO WS-ARC-CTL-LINE
               MOVE WS-ARC-NUMERO TO WS-ARC-CTL-LINE(1:6)
               WRITE ARCOCTL-RECORD FROM WS-ARC-CTL-LINE
               CLOSE ARCOCTL-FILE
           ELSE
               DISPLAY "Error al grabar arco.ctl, estado: "
                   WS-ARCOCTL-STATUS
           END-IF.

       REGISTRAR-ARCO.
           MOVE SPACES TO WS-ARC-REG-LINE.
           STRING WS-ARC-NUMERO-X ","
               FUNCTION CURRENT-DATE(1:14) ","
               WS-ARC-USUARIO ","
               WS-ARC-TIPO ","
               WS-ARC-EMAIL-SOL ","
               WS-ARC-RESULTADO ","
               WS-ARC-DETALLE
               DELIMITED BY SIZE INTO WS-ARC-REG-LINE.
           OPEN EXTEND ARCOREG-FILE.
           IF WS-ARCOREG-STATUS = "35" OR WS-ARCOREG-STATUS = "05"
               CLOSE ARCOREG-FILE
               OPEN OUTPUT ARCOREG-FILE
           END-IF.
           WRITE ARCOREG-RECORD FROM WS-ARC-REG-LINE.
           IF WS-ARCOREG-STATUS NOT = "00"
               DISPLAY "Error al escribir arco_registro.csv, estado: "
                   WS-ARCOREG-STATUS
           END-IF.
           CLOSE ARCOREG-FILE.

       REGISTRAR-ARCO-APROBACION.
           MOVE WS-APR-VALOR(WS-APR-IDX)(6:6) TO WS-ARC-NUMERO-X.
           MOVE "CANCELA" TO WS-ARC-TIPO.
           MOVE WS-APR-OBJETIVO(WS-APR-IDX) TO WS-ARC-EMAIL-SOL.
           MOVE SPACES TO WS-ARC-DETALLE.
           STRING "APROBACION " WS-APR-NUMERO(WS-APR-IDX) " "
               WS-ARC-DET-ADIC
               DELIMITED BY SIZE INTO WS-ARC-DETALLE.
           PERFORM REGISTRAR-ARCO.
           MOVE SPACES TO WS-ARC-DET-ADIC.

       REGISTRAR-INDICE-AUDITORIA.
           MOVE SPACES TO WS-ARC-IDX-LINE.
           MOVE WS-AUD-ARCH-NAME TO WS-ARC-IDX-LINE.
           OPEN EXTEND AUDIDX-FILE.
           IF WS-AUDIDX-STATUS = "35" OR WS-AUDIDX-STATUS = "05"
               CLOSE AUDIDX-FILE
               OPEN OUTPUT AUDIDX-FILE
           END-IF.
           WRITE AUDIDX-RECORD FROM WS-ARC-IDX-LINE.
           IF WS-AUDIDX-STATUS NOT = "00"
               DISPLAY "Error al escribir auditoria_archivos.txt, "
                   "estado: " WS-AUDIDX-STATUS
           END-IF.
           CLOSE AUDIDX-FILE.

       APLICAR-ANONIMIZACION-APROBADA.
           MOVE WS-LOGIN-USER TO WS-ARC-USUARIO.
           MOVE WS-APR-OBJETIVO(WS-APR-IDX) TO WS-ARC-EMAIL-SOL.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Error al abrir datos.dat, estado: "
                   WS-MASTER-STATUS
               GO TO APLICAR-ANONIMIZACION-FALLO
           END-IF.
           MOVE "Y" TO WS-MAINT-SAVE-OK.
           MOVE WS-APR-OBJETIVO(WS-APR-IDX) TO MASTER-EMAIL.
           READ MASTER-FILE KEY IS MASTER-EMAIL
               INVALID KEY
                   MOVE "N" TO WS-MAINT-SAVE-OK
           END-READ.
           IF WS-MAINT-SAVE-OK = "N"
               DISPLAY "No existe un registro con ese correo."
               CLOSE MASTER-FILE
               GO TO APLICAR-ANONIMIZACION-FALLO
           END-IF.
           MOVE MASTER-EMAIL TO WS-TUT-BUSCA.
           PERFORM CONTAR-MENORES-TUTOR.
           IF WS-TUT-MENORES > 0
               PERFORM AVISAR-TUTOR-CON-MENORES
               CLOSE MASTER-FILE
               GO TO APLICAR-ANONIMIZACION-FALLO
           END-IF.
           MOVE SPACES TO WS-ARC-ANON-EMAIL.
           IF MASTER-FOLIO IS NUMERIC AND MASTER-FOLIO > 0
               STRING "anonimo-" MASTER-FOLIO "@anonimizado.invalid"
                   DELIMITED BY SIZE INTO WS-ARC-ANON-EMAIL
           ELSE
               STRING "anonimo-a" WS-APR-VALOR(WS-APR-IDX)(6:6)
                   "@anonimizado.invalid"
                   DELIMITED BY SIZE INTO WS-ARC-ANON-EMAIL
           END-IF.
           MOVE MASTER-RECORD TO WS-ARC-MASTER-SAVE.
           MOVE WS-ARC-ANON-EMAIL TO MASTER-EMAIL.
           READ MASTER-FILE KEY IS MASTER-EMAIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-MAINT-SAVE-OK
           END-READ.
           MOVE WS-ARC-MASTER-SAVE TO MASTER-RECORD.
           IF WS-MAINT-SAVE-OK = "N"
               DISPLAY "Ya existe un registro " WS-ARC-ANON-EMAIL
               CLOSE MASTER-FILE
               GO TO APLICAR-ANONIMIZACION-FALLO
           END-IF.
           MOVE MASTER-RECORD TO WS-HIS-ANTES.
           MOVE "N" TO WS-ARC-ERA-ACTIVO.
           IF MASTER-ESTADO NOT = "B" AND MASTER-ESTADO NOT = "F"
               MOVE "Y" TO WS-ARC-ERA-ACTIVO
           END-IF.
           DELETE MASTER-FILE RECORD
               INVALID KEY
                   MOVE "N" TO WS-MAINT-SAVE-OK
           END-DELETE.
           IF WS-MAINT-SAVE-OK = "Y"
               MOVE WS-ARC-MASTER-SAVE TO MASTER-RECORD
               MOVE WS-ARC-ANON-EMAIL TO MASTER-EMAIL
               MOVE "ANONIMIZADO" TO MASTER-LASTNAME
               MOVE SPACES TO MASTER-NAME
               MOVE SPACES TO MASTER-HASH
               MOVE SPACES TO MASTER-PHONE
               MOVE SPACES TO MASTER-BIRTHDATE
               IF WS-ARC-ERA-ACTIVO = "Y"
                   MOVE "B" TO MASTER-ESTADO
                   MOVE FUNCTION CURRENT-DATE(1:8) TO MASTER-FECHA-BAJA
               END-IF
               MOVE "CANCELACION ARCO" TO MASTER-MOTIVO-BAJA
               MOVE FUNCTION CURRENT-DATE(1:14) TO MASTER-FECHA-CAMBIO
               MOVE MASTER-RECORD TO WS-HIS-DESPUES
               WRITE MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-MAINT-SAVE-OK
               END-WRITE
           END-IF.
           MOVE 0 TO WS-ARC-FOLIO.
           IF MASTER-FOLIO IS NUMERIC
               MOVE MASTER-FOLIO TO WS-ARC-FOLIO
           END-IF.
           CLOSE MASTER-FILE.
           IF WS-MAINT-SAVE-OK = "N"
               DISPLAY "Error al anonimizar en datos.dat, estado: "
                   WS-MASTER-STATUS
               GO TO APLICAR-ANONIMIZACION-FALLO
           END-IF.
           DISPLAY "Registro anonimizado como " WS-ARC-ANON-EMAIL.
           MOVE WS-HIS-ANTES TO WS-HIS-IMAGEN.
           PERFORM ENMASCARAR-IMAGEN-ARCO.
           MOVE WS-HIS-IMAGEN TO WS-HIS-ANTES.
           MOVE "ANONIM" TO WS-HIS-OPERACION.
           PERFORM REGISTRAR-HISTORIAL.
           IF WS-ARC-FOLIO > 0
               MOVE WS-ARC-FOLIO TO WS-FXR-FOLIO-X
               MOVE WS-ARC-ANON-EMAIL TO WS-FXR-EMAIL
               PERFORM REGISTRAR-FOLIO-CORREO
           END-IF.
           MOVE WS-APR-OBJETIVO(WS-APR-IDX) TO WS-TUT-DESDE.
           MOVE WS-ARC-ANON-EMAIL TO WS-TUT-HACIA.
           PERFORM REASIGNAR-CORREO-TUTORES.
           MOVE WS-LOGIN-USER TO WS-NAME.
           MOVE "MANTENIMIENTO" TO WS-AUDIT-ACCION.
           IF WS-ARC-ERA-ACTIVO = "Y"
               MOVE "BAJA" TO WS-AUDIT-RESULTADO
               PERFORM ARMAR-DETALLE-FOLIO
               PERFORM REGISTRAR-AUDITORIA
           END-IF.
           MOVE "ANONIMIZADO" TO WS-AUDIT-RESULTADO.
           PERFORM ARMAR-DETALLE-FOLIO.
           PERFORM REGISTRAR-AUDITORIA.
           PERFORM ENMASCARAR-HISTORIAL-ARCO
               THRU ENMASCARAR-HISTORIAL-ARCO-EXIT.
           MOVE SPACES TO WS-ARC-DET-ADIC.
           IF WS-ARC-HIS-OK = "Y"
               STRING "HISTORIAL ENMASCARADO " WS-ARC-HIS-CTA
                   DELIMITED BY SIZE INTO WS-ARC-DET-ADIC
           ELSE
               MOVE "HISTORIAL NO ENMASCARADO" TO WS-ARC-DET-ADIC
           END-IF.
           MOVE "ANONIMIZADO" TO WS-ARC-RESULTADO.
           PERFORM REGISTRAR-ARCO-APROBACION.
           MOVE "Y" TO WS-APR-APLICADA.
           PERFORM EXPORTAR-CSV.
           PERFORM CONTAR-REGISTROS-CSV.
           PERFORM ESCRIBIR-REPORTE THRU ESCRIBIR-REPORTE-EXIT.
           GO TO APLICAR-ANONIMIZACION-APROBADA-EXIT.
       APLICAR-ANONIMIZACION-FALLO.
           MOVE WS-LOGIN-USER TO WS-NAME.
           MOVE "MANTENIMIENTO" TO WS-AUDIT-ACCION.
           MOVE "FALLIDO" TO WS-AUDIT-RESULTADO.
           PERFORM REGISTRAR-AUDITORIA.
           MOVE "FALLIDO" TO WS-ARC-RESULTADO.
           PERFORM REGISTRAR-ARCO-APROBACION.
       APLICAR-ANONIMIZACION-APROBADA-EXIT.
           EXIT.

       ENMASCARAR-IMAGEN-ARCO.
           MOVE WS-ARC-ANON-EMAIL TO WS-HIM-EMAIL.
           MOVE "ANONIMIZADO" TO WS-HIM-LASTNAME.
           MOVE SPACES TO WS-HIM-NAME.
           MOVE SPACES TO WS-HIM-HASH.
           MOVE SPACES TO WS-HIM-PHONE.
           MOVE SPACES TO WS-HIM-BIRTHDATE.

       ENMASCARAR-HISTORIAL-ARCO.
           MOVE 0 TO WS-ARC-HIS-CTA.
           MOVE "N" TO WS-ARC-HIS-OK.
           OPEN INPUT HISTORIAL-FILE.
           IF WS-HISTORIAL-STATUS NOT = "00"
               DISPLAY "Error al abrir historial.dat, estado: "
                   WS-HISTORIAL-STATUS
               GO TO ENMASCARAR-HISTORIAL-ARCO-EXIT
           END-IF.
           OPEN OUTPUT HISTMP-FILE.
           IF WS-HISTMP-STATUS NOT = "00"
               DISPLAY "Error al abrir historial.tmp, estado: "
                   WS-HISTMP-STATUS
               CLOSE HISTORIAL-FILE
               GO TO ENMASCARAR-HISTORIAL-ARCO-EXIT
           END-IF.
           MOVE "Y" TO WS-ARC-HIS-OK.
           PERFORM UNTIL WS-HISTORIAL-STATUS = "10"
               READ HISTORIAL-FILE
                   AT END
                       MOVE "10" TO WS-HISTORIAL-STATUS
                   NOT AT END
                       MOVE HISTORIAL-RECORD TO WS-HIS-REGISTRO
                       PERFORM ENMASCARAR-LINEA-HISTORIAL
                       WRITE HISTMP-RECORD FROM WS-HIS-REGISTRO
                       IF WS-HISTMP-STATUS NOT = "00"
                           MOVE "N" TO WS-ARC-HIS-OK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTMP-FILE.
           CLOSE HISTORIAL-FILE.
           IF WS-ARC-HIS-OK NOT = "Y"
               DISPLAY "Error al escribir historial.tmp; historial.dat "
                   "no se modifico."
               GO TO ENMASCARAR-HISTORIAL-ARCO-EXIT
           END-IF.
           OPEN INPUT HISTMP-FILE.
           OPEN OUTPUT HISTORIAL-FILE.
           IF WS-HISTMP-STATUS NOT = "00"
                   OR WS-HISTORIAL-STATUS NOT = "00"
               DISPLAY "Error al regrabar historial.dat, estado: "
                   WS-HISTORIAL-STATUS "; la version enmascarada "
                   "queda en historial.tmp."
               MOVE "N" TO WS-ARC-HIS-OK
               CLOSE HISTMP-FILE
               CLOSE HISTORIAL-FILE
               GO TO ENMASCARAR-HISTORIAL-ARCO-EXIT
           END-IF.
           PERFORM UNTIL WS-HISTMP-STATUS = "10"
               READ HISTMP-FILE
                   AT END
                       MOVE "10" TO WS-HISTMP-STATUS
                   NOT AT END
                       WRITE HISTORIAL-RECORD FROM HISTMP-RECORD
                       IF WS-HISTORIAL-STATUS NOT = "00"
                           MOVE "N" TO WS-ARC-HIS-OK
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTMP-FILE.
           CLOSE HISTORIAL-FILE.
           IF WS-ARC-HIS-OK = "Y"
               DISPLAY "Imagenes de historial enmascaradas: "
                   WS-ARC-HIS-CTA
           ELSE
               DISPLAY "Error al regrabar historial.dat; la version "
                   "enmascarada queda en historial.tmp."
           END-IF.
       ENMASCARAR-HISTORIAL-ARCO-EXIT.
           EXIT.

       ENMASCARAR-LINEA-HISTORIAL.
           MOVE WS-HIS-ANTES TO WS-HIS-IMAGEN.
           PERFORM ENMASCARAR-IMAGEN-HISTORIAL.
           MOVE WS-HIS-IMAGEN TO WS-HIS-ANTES.
           MOVE WS-HIS-DESPUES TO WS-HIS-IMAGEN.
           PERFORM ENMASCARAR-IMAGEN-HISTORIAL.
           MOVE WS-HIS-IMAGEN TO WS-HIS-DESPUES.
           IF WS-ARC-HIS-COINCIDE = "Y"
                   OR WS-HIS-EMAIL = WS-ARC-EMAIL-SOL
               MOVE WS-ARC-ANON-EMAIL TO WS-HIS-EMAIL
           END-IF.

       ENMASCARAR-IMAGEN-HISTORIAL.
           MOVE "N" TO WS-ARC-HIS-COINCIDE.
           IF WS-HIM-EMAIL NOT = SPACES
                   AND WS-HIM-EMAIL = WS-ARC-EMAIL-SOL
               MOVE "Y" TO WS-ARC-HIS-COINCIDE
           END-IF.
           IF WS-ARC-FOLIO > 0 AND WS-HIM-FOLIO IS NUMERIC
                   AND WS-HIM-FOLIO = WS-ARC-FOLIO
               MOVE "Y" TO WS-ARC-HIS-COINCIDE
           END-IF.
           IF WS-ARC-HIS-COINCIDE = "Y"
               MOVE WS-HIS-IMAGEN TO WS-ARC-HIS-PREVIA
               PERFORM ENMASCARAR-IMAGEN-ARCO
               IF WS-HIS-IMAGEN NOT = WS-ARC-HIS-PREVIA
                   ADD 1 TO WS-ARC-HIS-CTA
               END-IF
           END-IF.

       EXTRAER-DELTA.
           PERFORM LEER-CONTROL-EXTRACTO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-EXT-CORTE.
           IF WS-FPR-EXPLICITA = "Y"
                   AND WS-FECHA-PROCESO < WS-EXT-CORTE(1:8)
               MOVE WS-FECHA-PROCESO TO WS-FPR-NUM
               COMPUTE WS-FPR-SIGUIENTE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-FPR-NUM) + 1)
               MOVE SPACES TO WS-EXT-CORTE
               STRING WS-FPR-SIGUIENTE "000000"
                   DELIMITED BY SIZE INTO WS-EXT-CORTE
               IF WS-EXT-DESDE NOT = SPACES
                       AND WS-EXT-CORTE < WS-EXT-DESDE
                   MOVE WS-EXT-DESDE TO WS-EXT-CORTE
               END-IF
           END-IF.
           MOVE 0 TO WS-EXT-COUNT.
           MOVE "N" TO WS-EXT-ERROR.
           OPEN INPUT MASTER-FILE.
                   MOVE MASTER-FECHA-ALTA(1:8) TO WS-EXT-DET-FECHA
               END-IF
               MOVE MASTER-SUCURSAL TO WS-EXT-DET-SUCURSAL
               MOVE MASTER-FOLIO TO WS-EXT-DET-FOLIO
               WRITE EXTRACT-RECORD FROM WS-EXT-DETALLE
               IF WS-EXTRACT-STATUS NOT = "00"
                   MOVE "Y" TO WS-EXT-ERROR
                   WS-EXTCTL-STATUS
           END-IF.

       GENERAR-CORRESPONDENCIA.
           PERFORM LEER-CONTROL-CORRESP.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-COR-FECHA.
           MOVE "N" TO WS-COR-ERROR.
           MOVE 0 TO WS-COR-TOTAL.
           MOVE "C" TO WS-COR-PASADA.
           PERFORM RECORRER-HISTORIAL-CORRESP.
           IF WS-COR-ERROR = "Y"
               DISPLAY "Error al leer historial.dat, estado: "
                   WS-HISTORIAL-STATUS
               GO TO GENERAR-CORRESPONDENCIA-FALLO
           END-IF.
           IF WS-COR-LINEAS < WS-COR-PROCESADOS
               DISPLAY "historial.dat tiene " WS-COR-LINEAS
                   " registros y correspondencia.ctl indica "
                   WS-COR-PROCESADOS " ya procesados; revise el "
                   "historial antes de continuar."
               GO TO GENERAR-CORRESPONDENCIA-FALLO
           END-IF.
           OPEN OUTPUT CORRESP-FILE.
           IF WS-CORRESP-STATUS NOT = "00"
               DISPLAY "Error al abrir correspondencia.dat, estado: "
                   WS-CORRESP-STATUS
               GO TO GENERAR-CORRESPONDENCIA-FALLO
           END-IF.
           MOVE SPACES TO WS-COR-CABECERA.
           MOVE "H" TO WS-COR-CAB-TIPO.
           MOVE WS-COR-FECHA TO WS-COR-CAB-FECHA.
           MOVE WS-COR-TOTAL TO WS-COR-CAB-COUNT.
           WRITE CORRESP-RECORD FROM WS-COR-CABECERA.
           IF WS-CORRESP-STATUS NOT = "00"
               MOVE "Y" TO WS-COR-ERROR
           END-IF.
           MOVE 0 TO WS-COR-ESCRITOS WS-COR-ALTAS WS-COR-BAJAS
               WS-COR-REACTIVAS WS-COR-RECHAZOS.
           MOVE "E" TO WS-COR-PASADA.
           PERFORM RECORRER-HISTORIAL-CORRESP.
           MOVE SPACES TO WS-COR-PIE.
           MOVE "T" TO WS-COR-PIE-TIPO.
           MOVE WS-COR-ESCRITOS TO WS-COR-PIE-COUNT.
           MOVE WS-COR-ALTAS TO WS-COR-PIE-ALTAS.
           MOVE WS-COR-BAJAS TO WS-COR-PIE-BAJAS.
           MOVE WS-COR-REACTIVAS TO WS-COR-PIE-REACTIVAS.
           MOVE WS-COR-RECHAZOS TO WS-COR-PIE-RECHAZOS.
           WRITE CORRESP-RECORD FROM WS-COR-PIE.
           IF WS-CORRESP-STATUS NOT = "00"
               MOVE "Y" TO WS-COR-ERROR
           END-IF.
           CLOSE CORRESP-FILE.
           IF WS-COR-ESCRITOS NOT = WS-COR-TOTAL
               DISPLAY "El historial cambio durante la generacion ("
                   WS-COR-TOTAL " contados, " WS-COR-ESCRITOS
                   " escritos)."
               MOVE "Y" TO WS-COR-ERROR
           END-IF.
           IF WS-COR-ERROR = "Y"
               DISPLAY "correspondencia.dat incompleto; "
                   "correspondencia.ctl no se actualiza."
               GO TO GENERAR-CORRESPONDENCIA-FALLO
           END-IF.
           MOVE WS-COR-LINEAS TO WS-COR-PROCESADOS.
           PERFORM GRABAR-CONTROL-CORRESP.
           DISPLAY "Correspondencia generada con " WS-COR-ESCRITOS
               " avisos en correspondencia.dat.".
           MOVE "CORRESP" TO WS-NAME.
           MOVE "CORRESPONDENCIA" TO WS-AUDIT-ACCION.
           MOVE "EXITOSO" TO WS-AUDIT-RESULTADO.
           PERFORM REGISTRAR-AUDITORIA.
           GO TO GENERAR-CORRESPONDENCIA-EXIT.
       GENERAR-CORRESPONDENCIA-FALLO.
           MOVE "CORRESP" TO WS-NAME.
           MOVE "CORRESPONDENCIA" TO WS-AUDIT-ACCION.
           MOVE "FALLIDO" TO WS-AUDIT-RESULTADO.
           PERFORM REGISTRAR-AUDITORIA.
           MOVE 8 TO RETURN-CODE.
       GENERAR-CORRESPONDENCIA-EXIT.
           EXIT.

       RECORRER-HISTORIAL-CORRESP.
           MOVE 0 TO WS-COR-LINEAS.
           OPEN INPUT HISTORIAL-FILE.
           IF WS-HISTORIAL-STATUS = "00"
               PERFORM UNTIL WS-HISTORIAL-STATUS = "10"
                   READ HISTORIAL-FILE INTO WS-HIS-REGISTRO
                       AT END
                           MOVE "10" TO WS-HISTORIAL-STATUS
                       NOT AT END
                           ADD 1 TO WS-COR-LINEAS
                           IF WS-COR-LINEAS > WS-COR-PROCESADOS
                               PERFORM EVALUAR-EVENTO-CORRESP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIAL-FILE
           ELSE
               IF WS-HISTORIAL-STATUS NOT = "35"
                   MOVE "Y" TO WS-COR-ERROR
               END-IF
           END-IF.

       EVALUAR-EVENTO-CORRESP.
           MOVE SPACES TO WS-COR-PLANTILLA.
           MOVE WS-HIS-DESPUES TO WS-HIS-IMAGEN.
           EVALUATE WS-HIS-OPERACION
               WHEN "ALTA"
                   MOVE "BIENVEN" TO WS-COR-PLANTILLA
               WHEN "BAJA"
                   MOVE "BAJA" TO WS-COR-PLANTILLA
               WHEN "REACTIVA"
                   MOVE "REACTIVA" TO WS-COR-PLANTILLA
               WHEN "ACUSE"
                   IF WS-HIM-CONFIRMA-ESTADO = "R"
                           AND WS-HIS-ANTES(221:1) NOT = "R"
                       MOVE "RECHAZO" TO WS-COR-PLANTILLA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-COR-PLANTILLA NOT = SPACES
               IF WS-COR-PASADA = "C"
                   ADD 1 TO WS-COR-TOTAL
               ELSE
                   PERFORM ESCRIBIR-AVISO-CORRESP
               END-IF
           END-IF.

       ESCRIBIR-AVISO-CORRESP.
           MOVE SPACES TO WS-COR-DETALLE.
           MOVE "D" TO WS-COR-DET-TIPO.
           MOVE WS-COR-PLANTILLA TO WS-COR-DET-PLANTILLA.
           MOVE WS-HIM-NAME TO WS-COR-DET-NAME.
           MOVE WS-HIM-LASTNAME TO WS-COR-DET-LASTNAME.
           MOVE WS-HIM-EMAIL TO WS-COR-DET-EMAIL.
           MOVE WS-HIM-SUCURSAL TO WS-COR-DET-SUCURSAL.
           MOVE WS-HIS-FECHA(1:8) TO WS-COR-DET-FECHA.
           IF WS-COR-PLANTILLA = "BAJA"
               MOVE WS-HIM-MOTIVO-BAJA TO WS-COR-DET-MOTIVO
           END-IF.
           IF WS-HIM-FOLIO IS NUMERIC
               MOVE WS-HIM-FOLIO TO WS-COR-DET-FOLIO
           ELSE
               MOVE 0 TO WS-COR-DET-FOLIO
           END-IF.
           WRITE CORRESP-RECORD FROM WS-COR-DETALLE.
           IF WS-CORRESP-STATUS NOT = "00"
               MOVE "Y" TO WS-COR-ERROR
           END-IF.
           ADD 1 TO WS-COR-ESCRITOS.
           EVALUATE WS-COR-PLANTILLA
               WHEN "BIENVEN"
                   ADD 1 TO WS-COR-ALTAS
               WHEN "BAJA"
                   ADD 1 TO WS-COR-BAJAS
               WHEN "REACTIVA"
                   ADD 1 TO WS-COR-REACTIVAS
               WHEN OTHER
                   ADD 1 TO WS-COR-RECHAZOS
           END-EVALUATE.

       LEER-CONTROL-CORRESP.
           MOVE 0 TO WS-COR-PROCESADOS.
           OPEN INPUT CORCTL-FILE.
           IF WS-CORCTL-STATUS = "00"
               MOVE SPACES TO WS-COR-CTL-LINE
               READ CORCTL-FILE INTO WS-COR-CTL-LINE
                   AT END
                       MOVE SPACES TO WS-COR-CTL-LINE
               END-READ
               IF WS-COR-CTL-LINE(1:9) IS NUMERIC
                   MOVE WS-COR-CTL-LINE(1:9) TO WS-COR-PROCESADOS
               END-IF
               CLOSE CORCTL-FILE
           END-IF.

       GRABAR-CONTROL-CORRESP.
           OPEN OUTPUT CORCTL-FILE.
           IF WS-CORCTL-STATUS = "00"
               MOVE SPACES TO WS-COR-CTL-LINE
               STRING WS-COR-PROCESADOS "," WS-COR-FECHA
                   DELIMITED BY SIZE INTO WS-COR-CTL-LINE
               WRITE CORCTL-RECORD FROM WS-COR-CTL-LINE
               CLOSE CORCTL-FILE
           ELSE
               DISPLAY "Error al grabar correspondencia.ctl, estado: "
                   WS-CORCTL-STATUS
           END-IF.

       PROCESAR-ACUSES.
           MOVE 0 TO WS-ACU-LEIDOS.
           MOVE 0 TO WS-ACU-CONFIRMADOS.
           EXIT.

       PROCESAR-LINEA-ACUSE.
           MOVE SPACES TO WS-ACU-EMAIL WS-ACU-RESULT WS-ACU-CODIGO
               WS-ACU-FOLIO-X.
           UNSTRING ACUSE-RECORD DELIMITED BY ","
               INTO WS-ACU-EMAIL WS-ACU-RESULT WS-ACU-CODIGO
                    WS-ACU-FOLIO-X.
           IF WS-ACU-EMAIL = SPACES AND WS-ACU-FOLIO-X = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-ACU-LEIDOS
               PERFORM LOCALIZAR-ACUSE
               IF WS-ACU-HALLADO = "Y"
                   PERFORM ESTAMPAR-ACUSE
               ELSE
                   ADD 1 TO WS-ACU-NO-ENCONTRADOS
                   MOVE "NO-ENCONTRADO" TO WS-ACU-CODIGO
                   PERFORM ESCRIBIR-EXCEPCION-ACUSE
               END-IF
           END-IF.

       LOCALIZAR-ACUSE.
           MOVE "N" TO WS-ACU-HALLADO.
           IF WS-ACU-FOLIO-X IS NUMERIC AND WS-ACU-FOLIO-X NOT = ZEROS
               MOVE WS-ACU-FOLIO-X TO MASTER-FOLIO
               READ MASTER-FILE KEY IS MASTER-FOLIO
                   INVALID KEY
                       MOVE "N" TO WS-ACU-HALLADO
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ACU-HALLADO
               END-READ
           END-IF.
           IF WS-ACU-HALLADO = "N" AND WS-ACU-EMAIL NOT = SPACES
               MOVE WS-ACU-EMAIL TO MASTER-EMAIL
               READ MASTER-FILE KEY IS MASTER-EMAIL
                   INVALID KEY
                       MOVE "N" TO WS-ACU-HALLADO
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ACU-HALLADO
               END-READ
           END-IF.
           IF WS-ACU-HALLADO = "N" AND WS-ACU-EMAIL NOT = SPACES
               MOVE WS-ACU-EMAIL TO WS-FXR-BUSCA-EMAIL
               PERFORM BUSCAR-FOLIO-CORREO
               IF WS-FXR-HALLADO > 0
                   MOVE WS-FXR-HALLADO TO MASTER-FOLIO
                   READ MASTER-FILE KEY IS MASTER-FOLIO
                       INVALID KEY
                           MOVE "N" TO WS-ACU-HALLADO
                       NOT INVALID KEY
                           MOVE "Y" TO WS-ACU-HALLADO
                   END-READ
               END-IF
           END-IF.

       ESTAMPAR-ACUSE.
           MOVE MASTER-RECORD TO WS-HIS-ANTES.
           IF WS-ACU-RESULT = "OK"
               MOVE "C" TO MASTER-CONFIRMA-ESTADO
               ADD 1 TO WS-ACU-CONFIRMADOS
               ADD 1 TO WS-ACU-RECHAZADOS
           END-IF.
           MOVE WS-FECHA-HOY TO MASTER-CONFIRMA-FECHA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MASTER-FECHA-CAMBIO.
           MOVE MASTER-RECORD TO WS-HIS-DESPUES.
           MOVE "Y" TO WS-ACU-GRABADO.
           REWRITE MASTER-RECORD
               INVALID KEY
                   MOVE "N" TO WS-ACU-GRABADO
                   DISPLAY "Error al actualizar acuse de "
                       WS-ACU-EMAIL " estado: " WS-MASTER-STATUS
           END-REWRITE.
           IF WS-ACU-GRABADO = "Y"
               MOVE "ACUSE" TO WS-HIS-OPERACION
               PERFORM REGISTRAR-HISTORIAL
           END-IF.
           IF WS-ACU-RESULT NOT = "OK"
               PERFORM ESCRIBIR-EXCEPCION-ACUSE
           END-IF.
       ESCRIBIR-EXCEPCION-ACUSE.
           MOVE SPACES TO WS-ACU-EXC-LINE.
           STRING WS-ACU-EMAIL "," WS-ACU-RESULT "," WS-ACU-CODIGO
               "," WS-ACU-FOLIO-X
               DELIMITED BY SIZE INTO WS-ACU-EXC-LINE.
           WRITE ACUSEEXC-RECORD FROM WS-ACU-EXC-LINE.
           IF WS-ACUSEEXC-STATUS NOT = "00"
           END-IF.

       EJECUTAR-CIERRE.
           MOVE WS-FECHA-PROCESO TO WS-CIE-FECHA.
           PERFORM CARGAR-TABLA-CALENDARIO.
           MOVE WS-CIE-FECHA TO WS-CLD-FECHA-X.
           PERFORM EVALUAR-DIA-HABIL.
           IF WS-CLD-HABIL NOT = "Y"
               DISPLAY "El " WS-CIE-FECHA " no es dia habil ("
                   WS-CLD-MOTIVO "); no se ejecuta el cierre."
               MOVE SPACES TO WS-CIE-LOG-LINE
               STRING WS-CIE-FECHA ",NOHABIL," WS-CLD-MOTIVO
                   DELIMITED BY SIZE INTO WS-CIE-LOG-LINE
               PERFORM GRABAR-LINEA-CIERRELOG
               MOVE "CIERRE" TO WS-NAME
               MOVE "CIERRE" TO WS-AUDIT-ACCION
               MOVE "NO-HABIL" TO WS-AUDIT-RESULTADO
               MOVE WS-CIE-FECHA TO WS-AUDIT-DETALLE
               PERFORM REGISTRAR-AUDITORIA
               MOVE 0 TO RETURN-CODE
               GO TO EJECUTAR-CIERRE-EXIT
           END-IF.
           PERFORM LEER-CONTROL-CIERRE.
           PERFORM VERIFICAR-ORDEN-CIERRE.
           IF WS-CLD-PENDIENTE NOT = SPACES
               IF WS-CLD-PENDIENTE > WS-CIE-FECHA
                   DISPLAY "Ya se proceso el cierre del "
                       WS-CLD-PENDIENTE "; las fechas se procesan "
                       "en orden."
               ELSE
                   DISPLAY "El cierre del " WS-CLD-PENDIENTE
                       " esta pendiente; ejecute CIERRE "
                       WS-CLD-PENDIENTE " antes del " WS-CIE-FECHA "."
               END-IF
               MOVE SPACES TO WS-CIE-LOG-LINE
               STRING WS-CIE-FECHA ",FUERA-ORDEN," WS-CLD-PENDIENTE
                   DELIMITED BY SIZE INTO WS-CIE-LOG-LINE
               PERFORM GRABAR-LINEA-CIERRELOG
               MOVE "CIERRE" TO WS-NAME
               MOVE "CIERRE" TO WS-AUDIT-ACCION
               MOVE "FUERA-DE-ORDEN" TO WS-AUDIT-RESULTADO
               MOVE WS-CIE-FECHA TO WS-AUDIT-DETALLE
               PERFORM REGISTRAR-AUDITORIA
               MOVE 8 TO RETURN-CODE
               GO TO EJECUTAR-CIERRE-EXIT
           END-IF.
           PERFORM ESCRIBIR-PARAMETROS-CIERRE.
           IF WS-CIE-CTL-FECHA = WS-CIE-FECHA
               IF WS-CIE-CTL-PASO = WS-CIE-PASOS
                       AND WS-CIE-CTL-ESTADO = "OK"
                   DISPLAY "El cierre del " WS-CIE-FECHA " ya se "
                       "ejecuto; no se repite."
                   MOVE "CIERRE" TO WS-NAME
           END-IF.
           MOVE "N" TO WS-CIE-FALLO.
           PERFORM VARYING WS-CIE-PASO FROM WS-CIE-DESDE BY 1
                   UNTIL WS-CIE-PASO > WS-CIE-PASOS
                   OR WS-CIE-FALLO = "Y"
               PERFORM EJECUTAR-PASO-CIERRE
           END-PERFORM.
           MOVE "CIERRE" TO WS-NAME.
               WHEN 5
                   MOVE "CONCILIA" TO WS-CIE-PASO-NOMBRE
                   PERFORM CONCILIAR-DATOS
               WHEN 6
                   MOVE "APROBAC" TO WS-CIE-PASO-NOMBRE
                   PERFORM EXPIRAR-APROBACIONES
                       THRU EXPIRAR-APROBACIONES-EXIT
               WHEN 7
                   MOVE "CORRESP" TO WS-CIE-PASO-NOMBRE
                   PERFORM GENERAR-CORRESPONDENCIA
                       THRU GENERAR-CORRESPONDENCIA-EXIT
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-CIE-FIN.
           MOVE RETURN-CODE TO WS-CIE-RC.
           PERFORM ESCRIBIR-LOG-CIERRE.
           PERFORM GRABAR-CONTROL-CIERRE.

       ESCRIBIR-PARAMETROS-CIERRE.
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
                   UNTIL WS-PAR-IDX > WS-PAR-COUNT
               MOVE WS-PAR-VALOR(WS-PAR-IDX) TO WS-PAR-VALOR-ED
               MOVE SPACES TO WS-CIE-LOG-LINE
               STRING WS-CIE-FECHA ",PARAM," WS-PAR-CLAVE(WS-PAR-IDX)
                   "," WS-PAR-VALOR-ED
                   DELIMITED BY SIZE INTO WS-CIE-LOG-LINE
               PERFORM GRABAR-LINEA-CIERRELOG
           END-PERFORM.

       VERIFICAR-ORDEN-CIERRE.
           MOVE SPACES TO WS-CLD-PENDIENTE.
           IF WS-CIE-CTL-FECHA = SPACES
                   OR WS-CIE-CTL-FECHA IS NOT NUMERIC
                   OR WS-CIE-CTL-FECHA = WS-CIE-FECHA
               GO TO VERIFICAR-ORDEN-CIERRE-EXIT
           END-IF.
           IF WS-CIE-CTL-FECHA > WS-CIE-FECHA
               MOVE WS-CIE-CTL-FECHA TO WS-CLD-PENDIENTE
               GO TO VERIFICAR-ORDEN-CIERRE-EXIT
           END-IF.
           IF WS-CIE-CTL-PASO < WS-CIE-PASOS-MINIMO
                   OR WS-CIE-CTL-ESTADO NOT = "OK"
               MOVE WS-CIE-CTL-FECHA TO WS-CLD-PENDIENTE
               GO TO VERIFICAR-ORDEN-CIERRE-EXIT
           END-IF.
           MOVE WS-CIE-CTL-FECHA TO WS-FPR-NUM.
           COMPUTE WS-CLD-INT = FUNCTION INTEGER-OF-DATE(WS-FPR-NUM)
               + 1.
           MOVE WS-CIE-FECHA TO WS-FPR-NUM.
           COMPUTE WS-CLD-INT-FIN =
               FUNCTION INTEGER-OF-DATE(WS-FPR-NUM).
           PERFORM UNTIL WS-CLD-INT >= WS-CLD-INT-FIN
                   OR WS-CLD-PENDIENTE NOT = SPACES
               COMPUTE WS-CLD-FECHA-N =
                   FUNCTION DATE-OF-INTEGER(WS-CLD-INT)
               MOVE WS-CLD-FECHA-N TO WS-CLD-FECHA-X
               PERFORM EVALUAR-DIA-HABIL
               IF WS-CLD-HABIL = "Y"
                   MOVE WS-CLD-FECHA-X TO WS-CLD-PENDIENTE
               END-IF
               ADD 1 TO WS-CLD-INT
           END-PERFORM.
       VERIFICAR-ORDEN-CIERRE-EXIT.
           EXIT.

       ESCRIBIR-LOG-CIERRE.
           MOVE SPACES TO WS-CIE-LOG-LINE.
           STRING WS-CIE-FECHA "," WS-CIE-PASO-NOMBRE ","
               WS-CIE-INICIO "," WS-CIE-FIN "," WS-CIE-RC
               DELIMITED BY SIZE INTO WS-CIE-LOG-LINE.
           PERFORM GRABAR-LINEA-CIERRELOG.

       GRABAR-LINEA-CIERRELOG.
           OPEN EXTEND CIERRELOG-FILE.
           IF WS-CIERRELOG-STATUS = "35" OR WS-CIERRELOG-STATUS = "05"
               CLOSE CIERRELOG-FILE
           MOVE 0 TO WS-RM-PAGINA.
           MOVE 0 TO WS-RM-LINEA-CTA.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RM-FECHA.
           MOVE WS-FECHA-PROCESO TO WS-RM-FECHA(1:8).
           MOVE WS-FECHA-PROCESO TO WS-FECHA-HOY.
           MOVE WS-FECHA-HOY TO WS-FECHA-NUM-HOY.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
           MOVE "BANDAS DE EDAD (registros con fecha valida)"
               TO WS-RM-LINE.
           PERFORM ESCRIBIR-LINEA-REPMEN.
           MOVE 0 TO WS-RM-BANDA-DESDE.
           MOVE WS-RM-BANDA-1 TO WS-RM-BANDA-HASTA.
           MOVE WS-RM-EDAD-00-17 TO WS-RM-BANDA-CTA.
           PERFORM ESCRIBIR-BANDA-REPMEN.
           MOVE WS-RM-BANDA-1 TO WS-RM-BANDA-DESDE.
           MOVE WS-RM-BANDA-2 TO WS-RM-BANDA-HASTA.
           MOVE WS-RM-EDAD-18-25 TO WS-RM-BANDA-CTA.
           PERFORM ESCRIBIR-BANDA-REPMEN.
           MOVE WS-RM-BANDA-2 TO WS-RM-BANDA-DESDE.
           MOVE WS-RM-BANDA-3 TO WS-RM-BANDA-HASTA.
           MOVE WS-RM-EDAD-26-35 TO WS-RM-BANDA-CTA.
           PERFORM ESCRIBIR-BANDA-REPMEN.
           MOVE WS-RM-BANDA-3 TO WS-RM-BANDA-DESDE.
           MOVE WS-RM-BANDA-4 TO WS-RM-BANDA-HASTA.
           MOVE WS-RM-EDAD-36-45 TO WS-RM-BANDA-CTA.
           PERFORM ESCRIBIR-BANDA-REPMEN.
           MOVE WS-RM-BANDA-4 TO WS-RM-BANDA-DESDE.
           MOVE WS-RM-BANDA-5 TO WS-RM-BANDA-HASTA.
           MOVE WS-RM-EDAD-46-55 TO WS-RM-BANDA-CTA.
           PERFORM ESCRIBIR-BANDA-REPMEN.
           MOVE WS-RM-BANDA-5 TO WS-RM-BANDA-DESDE.
           MOVE WS-RM-BANDA-6 TO WS-RM-BANDA-HASTA.
           MOVE WS-RM-EDAD-56-65 TO WS-RM-BANDA-CTA.
           PERFORM ESCRIBIR-BANDA-REPMEN.
           MOVE WS-RM-BANDA-6 TO WS-RM-BANDA-DESDE-ED.
           MOVE SPACES TO WS-RM-LINE.
           STRING "  " WS-RM-BANDA-DESDE-ED "+     : "
               WS-RM-EDAD-66-MAS
               DELIMITED BY SIZE INTO WS-RM-LINE.
           PERFORM ESCRIBIR-LINEA-REPMEN.
           MOVE SPACES TO WS-RM-LINE.
               COMPUTE WS-RM-EDAD =
                   (WS-FECHA-NUM-HOY - WS-RM-NUM-NAC) / 10000
               EVALUATE TRUE
                   WHEN WS-RM-EDAD < WS-RM-BANDA-1
                       ADD 1 TO WS-RM-EDAD-00-17
                   WHEN WS-RM-EDAD < WS-RM-BANDA-2
                       ADD 1 TO WS-RM-EDAD-18-25
                   WHEN WS-RM-EDAD < WS-RM-BANDA-3
                       ADD 1 TO WS-RM-EDAD-26-35
                   WHEN WS-RM-EDAD < WS-RM-BANDA-4
                       ADD 1 TO WS-RM-EDAD-36-45
                   WHEN WS-RM-EDAD < WS-RM-BANDA-5
                       ADD 1 TO WS-RM-EDAD-46-55
                   WHEN WS-RM-EDAD < WS-RM-BANDA-6
                       ADD 1 TO WS-RM-EDAD-56-65
                   WHEN OTHER
                       ADD 1 TO WS-RM-EDAD-66-MAS
           END-IF.
           ADD 1 TO WS-RM-LINEA-CTA.

       ESCRIBIR-BANDA-REPMEN.
           SUBTRACT 1 FROM WS-RM-BANDA-HASTA.
           MOVE WS-RM-BANDA-DESDE TO WS-RM-BANDA-DESDE-ED.
           MOVE WS-RM-BANDA-HASTA TO WS-RM-BANDA-HASTA-ED.
           MOVE SPACES TO WS-RM-LINE.
           STRING "  " WS-RM-BANDA-DESDE-ED "-" WS-RM-BANDA-HASTA-ED
               " : " WS-RM-BANDA-CTA
               DELIMITED BY SIZE INTO WS-RM-LINE.
           PERFORM ESCRIBIR-LINEA-REPMEN.

       ESCRIBIR-CABECERA-REPMEN.
           ADD 1 TO WS-RM-PAGINA.
           MOVE SPACES TO WS-RM-LINE.
           MOVE SORT-PHONE TO WS-DUP-PREV-PHONE.
           MOVE SORT-ESTADO TO WS-DUP-PREV-ESTADO.

       NUMERAR-FOLIOS.
           MOVE "FOLIOS" TO WS-NAME.
           MOVE "FOLIOS" TO WS-AUDIT-ACCION.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Error al abrir datos.dat, estado: "
                   WS-MASTER-STATUS
               MOVE "FALLIDO" TO WS-AUDIT-RESULTADO
               PERFORM REGISTRAR-AUDITORIA
               MOVE 8 TO RETURN-CODE
               GO TO NUMERAR-FOLIOS-EXIT
           END-IF.
           CLOSE MASTER-FILE.
           MOVE 0 TO WS-FOL-ASIGNADOS.
           SORT FOLIO-SORT-FILE
               ON ASCENDING KEY FSORT-ALTA FSORT-EMAIL
               INPUT PROCEDURE IS CARGAR-SORT-FOLIO
               OUTPUT PROCEDURE IS ASIGNAR-SORT-FOLIO.
           DISPLAY "Folios asignados: " WS-FOL-ASIGNADOS.
           IF WS-FOL-ASIGNADOS > 0
               PERFORM EXPORTAR-CSV
               PERFORM CONTAR-REGISTROS-CSV
           END-IF.
           MOVE "FOLIOS" TO WS-NAME.
           MOVE "EXITOSO" TO WS-AUDIT-RESULTADO.
           PERFORM REGISTRAR-AUDITORIA.
       NUMERAR-FOLIOS-EXIT.
           EXIT.

       CARGAR-SORT-FOLIO.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "N" TO WS-MASTER-EOF
           ELSE
               MOVE "Y" TO WS-MASTER-EOF
           END-IF.
           PERFORM UNTIL WS-MASTER-EOF = "Y"
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF
                   NOT AT END
                       IF MASTER-FOLIO NOT NUMERIC
                               OR MASTER-FOLIO = 0
                           MOVE MASTER-FECHA-ALTA TO FSORT-ALTA
                           MOVE MASTER-EMAIL TO FSORT-EMAIL
                           RELEASE FOLIO-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.

       ASIGNAR-SORT-FOLIO.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Error al abrir datos.dat, estado: "
                   WS-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "Y" TO WS-FOL-SORT-EOF
           ELSE
               MOVE "N" TO WS-FOL-SORT-EOF
           END-IF.
           PERFORM UNTIL WS-FOL-SORT-EOF = "Y"
               RETURN FOLIO-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-FOL-SORT-EOF
                   NOT AT END
                       PERFORM ASIGNAR-FOLIO-EXISTENTE
               END-RETURN
           END-PERFORM.
           IF WS-MASTER-STATUS NOT = "30"
               CLOSE MASTER-FILE
           END-IF.

       ASIGNAR-FOLIO-EXISTENTE.
           MOVE FSORT-EMAIL TO MASTER-EMAIL.
           READ MASTER-FILE KEY IS MASTER-EMAIL
               INVALID KEY
                   DISPLAY "Registro no encontrado: " FSORT-EMAIL
               NOT INVALID KEY
                   MOVE MASTER-RECORD TO WS-HIS-ANTES
                   PERFORM ASIGNAR-FOLIO
                   MOVE WS-HIS-ANTES TO MASTER-RECORD
                   MOVE WS-FOL-NUEVO TO MASTER-FOLIO
                   MOVE MASTER-RECORD TO WS-HIS-DESPUES
                   REWRITE MASTER-RECORD
                       INVALID KEY
                           DISPLAY "Error al numerar " FSORT-EMAIL
                               ", estado: " WS-MASTER-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-FOL-ASIGNADOS
                           MOVE "FOLIO" TO WS-HIS-OPERACION
                           PERFORM REGISTRAR-HISTORIAL
                           MOVE WS-FOL-NUEVO TO WS-FXR-FOLIO-X
                           MOVE FSORT-EMAIL TO WS-FXR-EMAIL
                           PERFORM REGISTRAR-FOLIO-CORREO
                   END-REWRITE
           END-READ.

       RESPALDAR-DATOS.
           PERFORM LEER-CONTROL-RESPALDO.
           COMPUTE WS-RESP-GEN =
               MASTER-FECHA-CAMBIO "," MASTER-ESTADO ","
               MASTER-FECHA-BAJA "," MASTER-MOTIVO-BAJA ","
               MASTER-CONFIRMA-ESTADO "," MASTER-CONFIRMA-FECHA ","
               MASTER-SUCURSAL "," MASTER-FOLIO
               DELIMITED BY SIZE INTO WS-RESP-LINE.
           WRITE RESPALDO-RECORD FROM WS-RESP-LINE.
           IF WS-RESPALDO-STATUS NOT = "00"
               WS-LIST-HASH WS-LIST-PHONE WS-LIST-BIRTH WS-LIST-ALTA
               WS-LIST-CAMBIO WS-LIST-ESTADO WS-LIST-FBAJA
               WS-LIST-MOTIVO WS-LIST-CONF WS-LIST-CONF-FECHA
               WS-LIST-SUC WS-LIST-FOLIO.
           UNSTRING RESPALDO-RECORD DELIMITED BY ","
               INTO WS-RESP-TIPO WS-LIST-EMAIL WS-LIST-NAME
                    WS-LIST-LASTNAME WS-LIST-HASH WS-LIST-PHONE
                    WS-LIST-BIRTH WS-LIST-ALTA WS-LIST-CAMBIO
                    WS-LIST-ESTADO WS-LIST-FBAJA WS-LIST-MOTIVO
                    WS-LIST-CONF WS-LIST-CONF-FECHA WS-LIST-SUC
                    WS-LIST-FOLIO.

       RESTAURAR-DATOS.
           PERFORM LEER-CONTROL-RESPALDO.
               MOVE WS-LIST-CONF TO MASTER-CONFIRMA-ESTADO
               MOVE WS-LIST-CONF-FECHA TO MASTER-CONFIRMA-FECHA
               MOVE WS-LIST-SUC TO MASTER-SUCURSAL
               PERFORM MOVER-FOLIO-LISTA
               WRITE MASTER-RECORD
                   INVALID KEY
                       DISPLAY "Registro duplicado omitido en la "
