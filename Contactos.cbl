           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDIT-NOMBRE-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAT-STATUS.

           SELECT INTERACCIONES-FILE ASSIGN TO INTER-NOMBRE-ARCHIVO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INTER-STATUS.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VCF-STATUS.

           SELECT ICS-FILE ASSIGN TO "contactos.ics"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ICS-STATUS.

      * Scratch copy rebuilt from auditoria.dat by VERIFICAR; never
      * touches the live contactos.dat.
           SELECT VERIF-FILE ASSIGN TO "contactos-verif.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RES-STATUS.

           SELECT RPT-INTEGRIDAD ASSIGN TO "integridad.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INTEG-STATUS.

           SELECT COMU-ARCHIVE ASSIGN TO "COMUNICACIONES-ARCHIVE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COMUARCH-STATUS.

           SELECT CONSENT-FILE ASSIGN TO "consentimientos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONS-STATUS.

           SELECT CONSENT-TEMP ASSIGN TO "consentimientos.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONSTMP-STATUS.

           SELECT REBOTES-FILE ASSIGN TO "rebotes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REB-STATUS.

           SELECT RPT-REBOTES ASSIGN TO "rebotes.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REBR-STATUS.

           SELECT REBOTES-RECHAZOS ASSIGN TO "rebotes-rechazos.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REBRCH-STATUS.

           SELECT CAMPANAS-FILE ASSIGN TO "campanas.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAMP-STATUS.

           SELECT CAMP-PLANTILLA-FILE ASSIGN TO CAMP-NOMBRE-PLANTILLA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CPLT-STATUS.

           SELECT CAMP-MANIFIESTO ASSIGN TO CAMP-NOMBRE-MANIFIESTO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMAN-STATUS.

           SELECT CAMP-LISTA ASSIGN TO CAMP-NOMBRE-LISTA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLIS-STATUS.

           SELECT CAMP-ENVIOS ASSIGN TO "campanas-envios.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CENV-STATUS.

           SELECT RPT-CAMPANA ASSIGN TO "campana-seguimiento.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAMPR-STATUS.

           SELECT LOTE-CONTROL ASSIGN TO "lote-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LCTL-STATUS.

           SELECT SESIONES-FILE ASSIGN TO "sesiones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SES-STATUS.

           SELECT BLOQUEOS-FILE ASSIGN TO "bloqueos.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BLQ-STATUS.

           SELECT CIERRES-FILE ASSIGN TO "cierres.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CIE-STATUS.

           SELECT AUDIT-ANUAL ASSIGN TO CIE-NOMBRE-AUDITORIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CIEAUD-STATUS.

           SELECT AUDIT-TEMP ASSIGN TO "auditoria.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDTMP-STATUS.

           SELECT INTER-ANUAL ASSIGN TO CIE-NOMBRE-INTER
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CIEINT-STATUS.

           SELECT RPT-CIERRE ASSIGN TO CIE-NOMBRE-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CIERPT-STATUS.

           SELECT RPT-EXTRACTO ASSIGN TO EXT-NOMBRE-REPORTE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXT-STATUS.

           SELECT RPT-PURGA ASSIGN TO "purga.rpt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PURGA-STATUS.

           SELECT ENVIOS-TEMP ASSIGN TO "campanas-envios.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ENVTMP-STATUS.

           SELECT RELACIONES-FILE ASSIGN TO "relaciones.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REL-STATUS.

           SELECT RELAC-TEMP ASSIGN TO "relaciones.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RELTMP-STATUS.

           SELECT RELAC-ARCHIVE ASSIGN TO "RELACIONES-ARCHIVE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RELARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTACTOS-FILE.
       01 AUDIT-LINEA PIC X(350).

       FD CSV-FILE.
       01 CSV-LINEA PIC X(250).

       FD CONTACTOS-ARCHIVE.
       01 ARCHIVO-REGISTRO.
           05 CO-TIPO         PIC X(10).
           05 CO-VALOR        PIC X(30).
           05 CO-PREFERIDO    PIC X.
      * 'R' = the address came back undeliverable from the mailing
      * tool (never used again for sending); space = usable. Records
      * written before the field existed read back padded, so usable.
      * A bounced PRIMARY C-EMAIL is recorded as a row of type
      * "principal" carrying that address with 'R'.
           05 CO-ESTADO       PIC X.

       FD COMU-TEMP.
       01 COMUTMP-REGISTRO PIC X(72).

      * Shared work files for the reports that need their detail in an
      * order other than the primary key: the producer writes one
       FD VCF-FILE.
       01 VCF-LINEA PIC X(100).

      * iCalendar content lines are at most 75 octets; longer ones are
      * folded by ESCRIBIR-LINEA-ICS.
       FD ICS-FILE.
       01 ICS-LINEA PIC X(75).

       FD VERIF-FILE.
       01 VERIF-REGISTRO.
           05 V-NOMBRE      PIC X(30).
       FD RPT-RESUMEN.
       01 RESUMEN-MES-LINEA PIC X(100).

       FD RPT-INTEGRIDAD.
       01 INTEG-LINEA PIC X(130).

       FD COMU-ARCHIVE.
       01 COMUARCH-REGISTRO PIC X(72).

      * One row per contact and channel, rewritten in place when the
      * person changes their mind; no row = never asked = allowed.
       FD CONSENT-FILE.
       01 CONSENT-REGISTRO.
           05 CN-NOMBRE       PIC X(30).
      * EMAIL, TELEFONO or CARTA (postal letter).
           05 CN-CANAL        PIC X(10).
      * 'N' = do not contact through this channel, 'S' = allowed.
           05 CN-ESTADO       PIC X.
           05 CN-FECHA        PIC X(10).
           05 CN-OPERADOR     PIC X(8).

       FD CONSENT-TEMP.
       01 CONSTMP-REGISTRO PIC X(59).

      * Hard bounces returned by the mailing tool: one address per
      * line, optionally followed by ";motivo".
       FD REBOTES-FILE.
       01 REBOTE-LINEA PIC X(100).

       FD RPT-REBOTES.
       01 REBOTE-RPT-LINEA PIC X(130).

       FD REBOTES-RECHAZOS.
       01 REBOTE-RECHAZO-LINEA PIC X(130).

      * Campaign master, maintained by a supervisor: what to send
      * (template and channel) and to whom (selection criteria).
       FD CAMPANAS-FILE.
       01 CAMPANA-REGISTRO.
           05 CP-CODIGO       PIC X(8).
           05 CP-DESCRIPCION  PIC X(30).
           05 CP-PLANTILLA    PIC X(20).
      * Up to four categories; all spaces = every category.
           05 CP-CATEGORIAS.
               10 CP-CATEGORIA PIC X(15) OCCURS 4 TIMES.
      * Age range from C-ANIO; 000-999 = no age filter. With a filter
      * set, contacts whose birth year is unknown are not selected.
           05 CP-EDAD-MIN     PIC 9(3).
           05 CP-EDAD-MAX     PIC 9(3).
      * CARTA = letters through the mailing tool (like the birthday
      * letters); EMAIL = email list for the mailing tool.
           05 CP-CANAL        PIC X(10).
      * Leave out anyone with an interaction in the last N days;
      * 0 = no exclusion.
           05 CP-EXCLUIR-DIAS PIC 9(3).
      * 'A' = active, 'I' = inactive (kept for the follow-up report).
           05 CP-ESTADO       PIC X.
      * 'S' = one mailing per household (see AGRUPAR-EN-HOGAR).
           05 CP-POR-HOGAR    PIC X.

       FD CAMP-PLANTILLA-FILE.
       01 CPLT-LINEA PIC X(100).

       FD CAMP-MANIFIESTO.
       01 CMAN-LINEA PIC X(80).

       FD CAMP-LISTA.
       01 CLIS-LINEA PIC X(200).

      * One row per contact selected by a campaign run: sent, or
      * suppressed with the reason. The follow-up report works off it.
       FD CAMP-ENVIOS.
       01 CAMP-ENVIO-REGISTRO.
           05 CE-CODIGO       PIC X(8).
           05 CE-FECHA        PIC X(10).
           05 CE-NOMBRE       PIC X(30).
      * 'E' = sent, 'S' = suppressed.
           05 CE-ESTADO       PIC X.
           05 CE-MOTIVO       PIC X(20).
      * Letter file or email address it went to.
           05 CE-DESTINO      PIC X(30).

       FD RPT-CAMPANA.
       01 CAMPR-LINEA PIC X(130).

      * Batch run log, appended one line per step event so that a run
      * that dies part-way leaves a trail to resume from.
       FD LOTE-CONTROL.
       01 CONTROL-LOTE-REGISTRO.
      * AAAAMMDDhhmmss the run started; a same-day resume keeps it.
           05 LC-RUN-ID       PIC X(14).
      * Position of the step among the non-blank lines of lote.cmd.
           05 LC-PASO         PIC 9(3).
      * 'I' = started, 'F' = finished (with LC-RC), 'O' = skipped by
      * its "RC<=n" condition (LC-RC = the previous RC it was held
      * against).
           05 LC-ESTADO       PIC X.
           05 LC-RC           PIC 9.
           05 LC-FECHA-HORA   PIC X(14).
           05 LC-COMANDO      PIC X(80).

      * Session registry, appended one line per event: 'A' = session
      * started, 'T' = session ended (normally, closed by a supervisor
      * after it was abandoned, or a lote run that died, closed by the
      * next one). It is only rewritten by a run signing on while no
      * other session is active (COMPACTAR-REGISTROS-SESION).
       FD SESIONES-FILE.
       01 SESION-REGISTRO.
      * AAAAMMDDhhmmsscc the session started.
           05 SE-ID           PIC X(16).
           05 SE-EVENTO       PIC X.
           05 SE-OPERADOR     PIC X(8).
      * 'I' = interactive, 'L' = lote.
           05 SE-MODO         PIC X.
           05 SE-FECHA-HORA   PIC X(14).
           05 SE-NOTA         PIC X(30).

      * Lock log, appended the same way: 'B' = lock taken, 'L' =
      * released. A lock is held while its 'B' line has no matching
      * 'L' and the session that wrote it has not ended. The resource
      * is a contact name, a data file ("*interacciones.dat"), or
      * "*EXCLUSIVO*" for the whole system.
       FD BLOQUEOS-FILE.
       01 BLOQUEO-REGISTRO.
           05 BQ-RECURSO      PIC X(30).
           05 BQ-EVENTO       PIC X.
           05 BQ-SESION       PIC X(16).
           05 BQ-OPERADOR     PIC X(8).
           05 BQ-FECHA-HORA   PIC X(14).

      * Year-end closes, one row per closed year in ascending order.
      * A closed year's audit lines live in auditoria-AAAA.dat and its
      * finished interactions in interacciones-AAAA.dat; cierre-AAAA.dat
      * is the contactos.dat snapshot taken by the close, in the
      * respaldo format. CI-ACT-ALTAS/CI-ACT-BAJAS are the cumulative
      * ALTA+ALTA-CSV+REACTIVA and BAJA lines over every audit archive
      * up to this one, the base the monthly summary starts from;
      * CI-NO-APLICADAS is what the verification made by the close
      * could not apply, the base VERIFICAR starts from.
       FD CIERRES-FILE.
       01 CIERRE-REGISTRO.
           05 CI-ANIO         PIC 9(4).
           05 CI-FECHA-HORA   PIC X(14).
           05 CI-OPERADOR     PIC X(8).
           05 CI-CORTE        PIC X(14).
           05 CI-CONTACTOS    PIC 9(7).
           05 CI-AUD-ARCHIVADAS PIC 9(7).
           05 CI-AUD-VIVAS    PIC 9(7).
           05 CI-INT-ARCHIVADAS PIC 9(7).
           05 CI-INT-VIVAS    PIC 9(7).
           05 CI-ACT-ALTAS    PIC 9(7).
           05 CI-ACT-BAJAS    PIC 9(7).
           05 CI-NO-APLICADAS PIC 9(5).

       FD AUDIT-ANUAL.
       01 AUDANU-LINEA PIC X(350).

       FD AUDIT-TEMP.
       01 AUDTMP-LINEA PIC X(350).

       FD INTER-ANUAL.
       01 INTANU-REGISTRO PIC X(120).

       FD RPT-CIERRE.
       01 CIERRE-LINEA PIC X(100).

      * Everything held about one person, file by file; audit lines
      * are copied whole, hence the width.
       FD RPT-EXTRACTO.
       01 EXTRACTO-LINEA PIC X(360).

       FD RPT-PURGA.
       01 PURGA-LINEA PIC X(130).

       FD ENVIOS-TEMP.
       01 ENVTMP-REGISTRO PIC X(99).

      * Links between two contacts. CONYUGE, PADRE-HIJO (the first
      * name is the parent) and HOGAR (lives under the same roof) put
      * both in one household for the mailings; EMPRESA (works at, or
      * is the contact of, the same company) does not.
       FD RELACIONES-FILE.
       01 RELACION-REGISTRO.
           05 RL-NOMBRE-1     PIC X(30).
           05 RL-TIPO         PIC X(10).
           05 RL-NOMBRE-2     PIC X(30).
           05 RL-FECHA        PIC X(10).
           05 RL-OPERADOR     PIC X(8).

       FD RELAC-TEMP.
       01 RELTMP-REGISTRO PIC X(98).

      * Relationships of removed contacts, with the removal date;
      * they go back to relaciones.dat with the reinstatement.
       FD RELAC-ARCHIVE.
       01 RELARCH-REGISTRO.
           05 RA-NOMBRE-1     PIC X(30).
           05 RA-TIPO         PIC X(10).
           05 RA-NOMBRE-2     PIC X(30).
           05 RA-FECHA        PIC X(10).
           05 RA-OPERADOR     PIC X(8).
           05 RA-FECHA-BAJA   PIC X(10).

       SD ORDENA-FILE.
       01 ORDENA-REGISTRO.
           05 ORDENA-CLAVE    PIC X(41).
       01 LOTE-EOF             PIC X VALUE 'N'.
       01 LOTE-COMANDO         PIC X(20).
       01 LOTE-ARGUMENTO       PIC X(20).
       01 LOTE-OPCION          PIC X(20).
       01 LOTE-RC              PIC 9.
       01 LOTE-RC-MAX          PIC 9.
       01 LOTE-NUM-COMANDOS    PIC 999.
       01 INACT-RC             PIC 9.
       01 INACT-NUM            PIC 9(5).
       01 INACT-SEQ            PIC 9(8).
      * First closed year whose interacciones-AAAA.dat archive the
      * extract also reads; 0 reads the live log only.
       01 INACT-DESDE-ANIO     PIC 9(4) VALUE 0.
       01 INACT-ULT-NOMBRE     PIC X(30).
       01 INACT-ULT-FECHA      PIC X(10).
       01 INACT-ULT-TIPO       PIC X(10).
       01 COMU-EMAIL-PREF      PIC X(30).
       01 COMU-PREF-HALLADO    PIC X VALUE 'N'.
       01 COMU-TOCADAS         PIC 999.
       01 COMU-EMAIL-PRINCIPAL PIC X(30).
       01 COMU-PRINCIPAL-REBOTADO PIC X VALUE 'N'.
       01 COMU-EMAIL-ALTERNO   PIC X(30).
       01 COMU-EMAIL-UTIL      PIC X(30).
       01 CSV-CON-ANIO         PIC X VALUE 'N'.
       01 CSV-INCLUIR          PIC X VALUE 'N'.
       01 RECH-STATUS          PIC XX.
      * 'I' = solo altas (historic behavior), 'A' = the row updates
      * the existing record when the name already exists.
       01 VCF-RC               PIC 9.
       01 VCF-NUM              PIC 9(5).
       01 VCF-CATEGORIA        PIC X(15).
       01 ICS-STATUS           PIC XX.
       01 ICS-RC               PIC 9.
       01 ICS-CATEGORIA        PIC X(15).
       01 ICS-CUMPLES          PIC 9(5).
       01 ICS-SEGUIMIENTOS     PIC 9(5).
       01 ICS-CANCELADOS       PIC 9(5).
       01 ICS-POSICION         PIC 9(7).
       01 ICS-NOMBRE-ANT       PIC X(30).
       01 ICS-CERRADO          PIC X.
       01 ICS-INCLUIR          PIC X.
       01 ICS-BAJA             PIC X.
       01 ICS-DTSTAMP          PIC X(16).
       01 ICS-FECHA-EVENTO     PIC X(8).
       01 ICS-FECHA-ALTA       PIC X(8).
       01 ICS-UID-BASE         PIC X(30).
       01 ICS-TIPO-MIN         PIC X(10).
       01 ICS-EDAD-ED          PIC ZZ9.
       01 ICS-LINEA-TRAB       PIC X(300).
       01 ICS-LON              PIC 9(3).
       01 ICS-INICIO           PIC 9(3).
       01 ICS-TROZO            PIC 9(3).
       01 ICS-TEXTO-ENT        PIC X(100).
       01 ICS-TEXTO-SAL        PIC X(200).
       01 ICS-ENT-POS          PIC 9(3).
       01 ICS-SAL-POS          PIC 9(3).
       01 ICS-CARACTER         PIC X.
       01 ICS-DESFASE          PIC S9(4).
       01 ICS-MINUTOS          PIC 9(11).
       01 ICS-DIAS             PIC 9(8).
       01 ICS-MIN-DIA          PIC 9(4).
       01 ICS-FECHA-UTC        PIC 9(8).
       01 ICS-HH-UTC           PIC 99.
       01 ICS-MM-UTC           PIC 99.
      * One interaction in the follow-up pass of the calendar export,
      * sorted by contact and newest first (IC-ORDEN counts down from
      * the end of interacciones.dat). IC-MANUAL = 'S' for an
      * interaction an operator logged; campaign and bounce entries
      * never close a follow-up.
       01 ICS-SEG-DET.
           05 IC-NOMBRE        PIC X(30).
           05 IC-ORDEN         PIC 9(7).
           05 FILLER           PIC X(4).
           05 IC-MANUAL        PIC X.
           05 IC-FECHA         PIC X(10).
           05 IC-TIPO          PIC X(10).
           05 IC-NOTA          PIC X(60).
           05 IC-SEGUIMIENTO   PIC X(10).
       01 VERIF-STATUS         PIC XX.
       01 VERIFR-STATUS        PIC XX.
       01 VER-RC               PIC 9.
       01 SESION-CAP-CLAVE     PIC X(10).
       01 SESION-INTENTOS      PIC 9.
       01 SESION-OK            PIC X VALUE 'N'.
       01 SES-STATUS           PIC XX.
           88 SES-NOT-FOUND    VALUE '35'.
       01 SES-EOF              PIC X VALUE 'N'.
      * This session's key in sesiones.dat/bloqueos.dat; spaces until
      * REGISTRAR-SESION has run.
       01 SESION-ID            PIC X(16) VALUE SPACES.
       01 SES-EVENTO-CAP       PIC X.
       01 SES-NOTA-CAP         PIC X(30).
       01 SES-NUM              PIC 999.
       01 SES-ACTIVAS          PIC 999.
       01 SES-OTRAS            PIC 999.
       01 SES-POS              PIC 999.
       01 SES-BUSCADA          PIC X(16).
       01 SES-OPCION           PIC 9 VALUE 0.
       01 SES-CONFIRMA         PIC X.
       01 SES-MODO-TXT         PIC X(11).
      * Sign-on rounds; a round is repeated when this session's 'A'
      * line went in a compaction by another run.
       01 SES-VUELTAS          PIC 9.
       01 SES-REGISTRADA       PIC X.
      * Sessions in sesiones.dat with their current state ('S' =
      * still active).
       01 SES-TABLE.
           05 SES-ENTRY OCCURS 300 TIMES.
               10 ST-ID        PIC X(16).
               10 ST-OPERADOR  PIC X(8).
               10 ST-MODO      PIC X.
               10 ST-INICIO    PIC X(14).
               10 ST-ACTIVA    PIC X.
       01 BLQ-STATUS           PIC XX.
           88 BLQ-NOT-FOUND    VALUE '35'.
       01 BLQ-EOF              PIC X VALUE 'N'.
       01 BLQ-RECURSO          PIC X(30).
       01 BLQ-EVENTO           PIC X.
       01 BLQ-OBTENIDO         PIC X VALUE 'N'.
       01 BLQ-GRABADO          PIC X.
       01 BLQ-AHORA            PIC X(21).
       01 BLQ-HUECO            PIC 999.
       01 BLQ-CONTACTO         PIC X(30).
      * 'S' = load the locks on every resource (the listing), not just
      * on BLQ-RECURSO and "*EXCLUSIVO*".
       01 BLQ-TODOS            PIC X VALUE 'N'.
       01 BLQ-SESION-VIVA      PIC X.
       01 BLQ-TITULAR          PIC X(8).
       01 BLQ-TITULAR-DESDE    PIC X(14).
       01 BLQ-MOTIVO           PIC X.
       01 BLQ-INTENTOS         PIC 999.
       01 BLQ-MAX-INTENTOS     PIC 999.
       01 BLQ-PAUSA            PIC 9(4) BINARY.
      * Unattended runs wait up to BLQ-ESPERA-LOTE retries of
      * BLQ-PAUSA-LOTE seconds before giving up with RC 8;
      * interactive sessions wait briefly for a file and not at all
      * for a contact somebody else is editing.
       01 BLQ-ESPERA-LOTE      PIC 999 VALUE 60.
       01 BLQ-PAUSA-LOTE       PIC 9(4) VALUE 5.
       01 BLQ-ESPERA-MENU      PIC 999 VALUE 10.
      * Set when a lock could not be had in batch mode; the step it
      * happened in ends with RC 8.
       01 BLQ-FALLO-LOTE       PIC X VALUE 'N'.
       01 BLQ-LINEAS           PIC 9(7).
       01 BLQ-POS              PIC 999.
       01 BLQ-PRIMERO          PIC 999.
       01 BLQ-EXCL-AJENO       PIC 999.
       01 BLQ-VIVOS-NUM        PIC 999.
      * Locks still held after replaying bloqueos.dat; BV-ORDEN is the
      * line of the 'B' event, so the lowest one got there first.
       01 BLQ-VIVOS-TABLE.
           05 BLQ-VIVO OCCURS 200 TIMES.
               10 BV-RECURSO   PIC X(30).
               10 BV-SESION    PIC X(16).
               10 BV-OPERADOR  PIC X(8).
               10 BV-DESDE     PIC X(14).
               10 BV-ORDEN     PIC 9(7).
      * The audit trail and the interaction log are assigned through
      * these names. They always hold the live file; a reader that
      * also walks the yearly archives switches them to
      * auditoria-AAAA.dat / interacciones-AAAA.dat and puts them back
      * before anything else touches the file.
       01 AUDIT-NOMBRE-ARCHIVO PIC X(30) VALUE "auditoria.dat".
       01 INTER-NOMBRE-ARCHIVO PIC X(30) VALUE "interacciones.dat".
       01 CIE-STATUS           PIC XX.
           88 CIE-NOT-FOUND    VALUE '35'.
       01 CIEAUD-STATUS        PIC XX.
       01 AUDTMP-STATUS        PIC XX.
       01 CIEINT-STATUS        PIC XX.
       01 CIERPT-STATUS        PIC XX.
       01 CIE-EOF              PIC X VALUE 'N'.
       01 CIE-DEC-EOF          PIC X VALUE 'N'.
       01 CIE-RC               PIC 9.
       01 CIE-CAP              PIC X(4).
       01 CIE-CONFIRMA         PIC XX.
       01 CIE-ANIO             PIC 9(4).
       01 CIE-ANIO-TXT         PIC X(4).
       01 CIE-ANIO-ACTUAL      PIC 9(4).
       01 CIE-ANIO-CONSULTA    PIC 9(4).
       01 CIE-NOMBRE-AUDITORIA PIC X(30).
       01 CIE-NOMBRE-INTER     PIC X(30).
       01 CIE-NOMBRE-REPORTE   PIC X(30).
       01 CIE-CORTE            PIC X(14).
      * How far the close got: 'N' nothing replaced yet, 'R' the row
      * is in cierres.dat and the live files are being replaced, 'C'
      * finished.
       01 CIE-FASE             PIC X VALUE 'N'.
      * Counts for cierre-AAAA.rpt: what the split wrote, and what
      * re-reading the written files gives back.
       01 CIE-CONTACTOS        PIC 9(7).
       01 CIE-CONT-RELEIDOS    PIC 9(7).
       01 CIE-AUD-ANTES        PIC 9(7).
       01 CIE-AUD-ARCH         PIC 9(7).
       01 CIE-AUD-VIVAS        PIC 9(7).
       01 CIE-AUD-ARCH-REL     PIC 9(7).
       01 CIE-AUD-TMP-REL      PIC 9(7).
       01 CIE-AUD-VIVAS-REL    PIC 9(7).
       01 CIE-INT-ANTES        PIC 9(7).
       01 CIE-INT-ARCH         PIC 9(7).
       01 CIE-INT-VIVAS        PIC 9(7).
       01 CIE-INT-ABIERTAS     PIC 9(7).
       01 CIE-INT-ARCH-REL     PIC 9(7).
       01 CIE-INT-TMP-REL      PIC 9(7).
       01 CIE-INT-VIVAS-REL    PIC 9(7).
       01 CIE-ALTAS            PIC 9(7).
       01 CIE-BAJAS            PIC 9(7).
       01 CIE-LINEAS           PIC 9(7).
       01 CIE-POSICION         PIC 9(7).
       01 CIE-NOMBRE-ANT       PIC X(30).
       01 CIE-CERRADO          PIC X.
       01 CIE-RESULTADO        PIC X(10).
      * Readers of the archives: first closed year whose archive is
      * still needed, and which reader each archived line goes to.
       01 CIE-DESDE-ANIO       PIC 9(4).
       01 CIE-LECTOR           PIC X(10).
       01 CIE-NUM              PIC 999.
       01 CIE-POS              PIC 999.
       01 CIE-BASE             PIC 999.
       01 CIE-TABLE.
           05 CIE-ENTRY OCCURS 100 TIMES.
               10 CY-ANIO      PIC 9(4).
               10 CY-CORTE     PIC X(14).
               10 CY-ALTAS     PIC 9(7).
               10 CY-BAJAS     PIC 9(7).
               10 CY-NO-APLICADAS PIC 9(5).
      * One interaction in the close's first sort: by contact, newest
      * first, the same walk the calendar export uses to tell an open
      * follow-up from a dealt-with one.
       01 CIE-INT-DET.
           05 CX-NOMBRE        PIC X(30).
           05 CX-ORDEN         PIC 9(7).
           05 FILLER           PIC X(4).
           05 CX-POSICION      PIC 9(7).
           05 CX-MANUAL        PIC X.
           05 CX-SEGUIMIENTO   PIC X.
           05 CX-ANIO          PIC X(4).
      * Where that interaction goes ('A' yearly archive, 'V' stays
      * live), sorted back into file order by position.
       01 CIE-DEC-DET.
           05 CD-POSICION      PIC 9(7).
           05 FILLER           PIC X(34).
           05 CD-DESTINO       PIC X.
      * Cut-off of the closing snapshot VERIFICAR starts from; spaces =
      * no snapshot, the whole trail is replayed.
       01 VER-TS-BASE          PIC X(14).
       01 EXT-STATUS           PIC XX.
       01 EXT-RC               PIC 9.
       01 EXT-NOMBRE-REPORTE   PIC X(40).
       01 EXT-NOMBRE           PIC X(30).
       01 EXT-FUENTE           PIC X(30).
       01 EXT-SECCION          PIC 9(5).
       01 EXT-TOTAL            PIC 9(5).
       01 EXT-EOF              PIC X VALUE 'N'.
       01 EXT-MAN-EOF          PIC X VALUE 'N'.
       01 EXT-CAMPO-1          PIC X(60).
       01 EXT-CAMPO-2          PIC X(60).
       01 EXT-CAMPO-3          PIC X(120).
       01 EXT-EN-SALUDO        PIC 9(3).
      * Addresses found for the person in the data files, used to pick
      * out their lines in the letter and email manifests.
       01 EXT-EMAIL-BUS        PIC X(30).
       01 EXT-EMAIL-HALLADO    PIC X VALUE 'N'.
       01 EXT-NUM-EMAILS       PIC 99.
       01 EXT-POS              PIC 99.
       01 EXT-EMAILS-TABLE.
           05 EXT-EMAIL        PIC X(30) OCCURS 20 TIMES.
      * Interaction and communication rows read from the files whose
      * record is a plain PIC X (archives, yearly archives).
       01 EXT-INTER-DET.
           05 EI-NOMBRE        PIC X(30).
           05 EI-FECHA         PIC X(10).
           05 EI-TIPO          PIC X(10).
           05 EI-NOTA          PIC X(60).
           05 EI-SEGUIMIENTO   PIC X(10).
       01 EXT-COMU-DET.
           05 EC-NOMBRE        PIC X(30).
           05 EC-TIPO          PIC X(10).
           05 EC-VALOR         PIC X(30).
           05 EC-PREFERIDO     PIC X.
           05 EC-ESTADO        PIC X.
       01 PURGA-STATUS         PIC XX.
       01 ENVTMP-STATUS        PIC XX.
       01 PUR-RC               PIC 9.
      * Retention after the removal when the run gives none.
       01 PUR-ANIOS-DEFECTO    PIC 99 VALUE 5.
       01 PUR-ANIOS            PIC 99.
       01 PUR-CAP              PIC X(4).
       01 PUR-CONFIRMA         PIC XX.
       01 PUR-HOY-NUM          PIC 9(8).
      * Removals dated before this day (today minus the retention)
      * are purged.
       01 PUR-LIMITE           PIC 9(8).
       01 PUR-LIMITE-DET REDEFINES PUR-LIMITE.
           05 PL-ANIO          PIC 9(4).
           05 PL-MES           PIC 99.
           05 PL-DIA           PIC 99.
       01 PUR-FECHA-COMP.
           05 PFC-ANIO         PIC X(4).
           05 PFC-MES          PIC XX.
           05 PFC-DIA          PIC XX.
       01 PUR-FECHA-NUM REDEFINES PUR-FECHA-COMP PIC 9(8).
       01 PUR-ANTIGUA          PIC X VALUE 'N'.
       01 PUR-LLENO            PIC X VALUE 'N'.
       01 PUR-EOF              PIC X VALUE 'N'.
       01 PUR-BUSCADO          PIC X(30).
       01 PUR-HALLADO          PIC X VALUE 'N'.
       01 PUR-POS              PIC 9(4).
       01 PUR-IDX              PIC 9(4).
       01 PUR-CAND-NUM         PIC 9(4).
       01 PUR-NUM              PIC 9(4).
       01 PUR-OMITIDOS         PIC 9(4).
       01 PUR-SELLO            PIC X(14).
       01 PUR-LEIDAS           PIC 9(7).
       01 PUR-CAMBIADAS        PIC 9(7).
       01 PUR-FICHERO          PIC X(30).
       01 PUR-ACCION           PIC X(20).
       01 PUR-INSTANTANEA      PIC X(20).
       01 PUR-GEN              PIC 9.
       01 PUR-NOMBRE-LINEA     PIC X(30).
       01 PUR-ANTES            PIC X(110).
       01 PUR-DESPUES          PIC X(110).
      * What FORMATEAR-VALORES-ACTUALES gives for a record with every
      * field blank: the masked image of a purged contact, still in
      * the format the replay parses.
       01 PUR-IMAGEN-VACIA.
           05 FILLER           PIC X(11) VALUE "fecha=".
           05 FILLER           PIC X(10) VALUE " anio=".
           05 FILLER           PIC X(20) VALUE " tel=".
           05 FILLER           PIC X(37) VALUE " email=".
           05 FILLER           PIC X(26) VALUE " categoria=".
      * Names found in CONTACTOS-ARCHIVE.DAT with a removal older than
      * the limit; 'C' = candidate, 'R' = removed again more recently.
       01 PUR-CAND-TABLE.
           05 PUR-CAND OCCURS 1000 TIMES.
               10 PK-NOMBRE    PIC X(30).
               10 PK-BAJA      PIC X(10).
               10 PK-ESTADO    PIC X.
      * The names actually purged, each with the pseudonym that
      * replaces it in the audit trail and what was done for it.
       01 PUR-TABLE.
           05 PUR-ENTRY OCCURS 1000 TIMES.
               10 PG-NOMBRE    PIC X(30).
               10 PG-SEUDONIMO PIC X(30).
               10 PG-BAJA      PIC X(10).
               10 PG-ARCHIVO   PIC 9(5).
               10 PG-INTER     PIC 9(5).
               10 PG-AUDIT     PIC 9(5).
       01 REL-STATUS           PIC XX.
           88 REL-NOT-FOUND    VALUE '35'.
       01 RELTMP-STATUS        PIC XX.
       01 RELARCH-STATUS       PIC XX.
           88 RELARCH-NOT-FOUND VALUE '35'.
       01 REL-OPCION           PIC 9.
       01 REL-EOF              PIC X VALUE 'N'.
       01 REL-NOMBRE-1         PIC X(30).
       01 REL-NOMBRE-2         PIC X(30).
       01 REL-TIPO-CAP         PIC X(10).
       01 REL-TIPO             PIC X(10).
       01 REL-VALIDA           PIC X VALUE 'N'.
       01 REL-HALLADA          PIC X VALUE 'N'.
       01 REL-COINCIDE         PIC X VALUE 'N'.
       01 REL-K                PIC 9(3).
       01 REL-NUM              PIC 9(5).
       01 REL-CAMBIADAS        PIC 9(5).
       01 REL-FECHA-HOY        PIC X(10).
      * Contact whose relationships are listed, archived, restored or
      * handed over; REL-SOBREVIVE receives them in a merge.
       01 REL-NOMBRE-BUS       PIC X(30).
       01 REL-SOBREVIVE        PIC X(30).
       01 REL-OTRO             PIC X(30).
       01 REL-DESCRIPCION      PIC X(20).
      * The relationship as it goes to the audit trail; the two names
      * sit at fixed offsets so the purge can find them again.
       01 REL-IMAGEN.
           05 FILLER           PIC X(5) VALUE "tipo=".
           05 RI-TIPO          PIC X(10).
           05 FILLER           PIC X(4) VALUE " de=".
           05 RI-NOMBRE-1      PIC X(30).
           05 FILLER           PIC X(5) VALUE " con=".
           05 RI-NOMBRE-2      PIC X(30).
      * The survivor's relationships before a merge, so the ones taken
      * over from the duplicate are not doubled.
       01 REL-SOB-NUM          PIC 9(3).
       01 REL-SOB-TABLE.
           05 REL-SOB OCCURS 500 TIMES.
               10 RS-TIPO      PIC X(10).
               10 RS-OTRO      PIC X(30).
      * Households for the "one per household" mailings: every member
      * of a CONYUGE / PADRE-HIJO / HOGAR chain carries the same
      * household number.
       01 HOG-MODO             PIC X VALUE 'N'.
       01 HOG-CAP              PIC X(2).
       01 HOG-LLENO            PIC X VALUE 'N'.
       01 HOG-NUM-MIEMBROS     PIC 9(4).
       01 HOG-NOMBRE-BUS       PIC X(30).
       01 HOG-POS              PIC 9(4).
       01 HOG-IDX-1            PIC 9(4).
       01 HOG-IDX-2            PIC 9(4).
       01 HOG-DE               PIC 9(4).
       01 HOG-A                PIC 9(4).
       01 HOG-K                PIC 9(4).
       01 HOG-J                PIC 9(4).
       01 HOG-CUENTA           PIC 9(4).
       01 HOG-ORDEN            PIC 9(4).
       01 HOG-PTR              PIC 9(3).
       01 HOG-DIFERIDO         PIC X VALUE 'N'.
       01 HOG-AGRUPADOS        PIC 9(5).
       01 HOG-MIEMBROS-TABLE.
           05 HOG-MIEMBRO OCCURS 2000 TIMES.
               10 HM-NOMBRE    PIC X(30).
               10 HM-HOGAR     PIC 9(4).
      * Household members that reached the output in this run, in the
      * order they came; the first of each household is the primary
      * and keeps what is needed to write its mailing at the end.
       01 HOG-NUM-ENVIOS       PIC 9(4).
       01 HOG-ENVIOS-TABLE.
           05 HOG-ENVIO OCCURS 2000 TIMES.
               10 HR-NOMBRE    PIC X(30).
               10 HR-HOGAR     PIC 9(4).
               10 HR-PRIMARIO  PIC X.
               10 HR-CONTEXTO  PIC X(262).
       01 HOG-CONTEXTO-ACT.
           05 HXA-CONTACTO     PIC X(99).
           05 HXA-CUMPLE       PIC X(103).
           05 HXA-EMAIL-UTIL   PIC X(30).
           05 HXA-EMAIL-CSV    PIC X(30).
      * Primary and the others, "Ana, Luis y Marta", for {NOMBRE} and
      * the name columns; spaces outside a household mailing.
       01 HOG-SALUDO           PIC X(120) VALUE SPACES.
       01 HIST-FILTRO-OP       PIC X(8).
       01 HIST-OP-RAW          PIC X(14).
       01 HIST-OPERADOR        PIC X(8).
       01 TPL-IN-PTR           PIC 999.
       01 TPL-OUT-PTR          PIC 999.
       01 L                    PIC 99.
       01 INTEG-STATUS         PIC XX.
       01 COMUARCH-STATUS      PIC XX.
           88 COMUARCH-NOT-FOUND VALUE '35'.
       01 INTEG-RC             PIC 9.
      * 'S' = orphan rows are moved to the archive files (supervisor
      * only); 'N' = report only.
       01 INTEG-REPARAR        PIC X VALUE 'N'.
       01 INTEG-CAP            PIC X.
      * 'S' while the temp and archive of the pass being reviewed are
      * open, i.e. the orphans of this pass are actually being moved.
       01 INTEG-MOVER          PIC X VALUE 'N'.
       01 INTEG-EXISTE         PIC X VALUE 'N'.
       01 INTEG-HUERF-COMU     PIC 9(5).
       01 INTEG-HUERF-INTER    PIC 9(5).
       01 INTEG-CATEGORIAS     PIC 9(5).
       01 INTEG-PREF-DOBLES    PIC 9(5).
       01 INTEG-REPARADOS      PIC 9(5).
       01 INTEG-PROBLEMAS      PIC 9(5).
      * One preferred communication as written to the sort work file:
      * contact name plus kind ('E' email, 'T' telephone) lead as the
      * key, so two preferred entries of the same kind for the same
      * contact come out next to each other.
       01 INTEG-DET.
           05 IG-NOMBRE        PIC X(30).
           05 IG-CLASE         PIC X.
           05 IG-VALOR         PIC X(30).
           05 IG-TIPO          PIC X(10).
       01 INTEG-CLAVE-ANT      PIC X(31).
       01 INTEG-VALOR-ANT      PIC X(30).
       01 INTEG-GRUPO-ANOTADO  PIC X VALUE 'N'.
       01 CONS-STATUS          PIC XX.
           88 CONS-NOT-FOUND   VALUE '35'.
       01 CONSTMP-STATUS       PIC XX.
       01 CONS-OPCION          PIC 9.
       01 CONS-EOF             PIC X VALUE 'N'.
       01 CONS-NUM             PIC 999.
       01 CONS-NOMBRE-CAP      PIC X(30).
       01 CONS-CANAL-CAP       PIC X(10).
       01 CONS-ESTADO-CAP      PIC X.
       01 CONS-ESTADO-ANT      PIC X.
       01 CONS-FECHA-HOY       PIC X(10).
       01 CONS-GRABAR          PIC X VALUE 'N'.
      * Opt-outs of the contact named in CONS-NOMBRE-BUS as loaded by
      * CARGAR-CONSENTIMIENTO: 'S' = the person asked not to be
      * contacted through that channel.
       01 CONS-NOMBRE-BUS      PIC X(30).
       01 CONS-NO-EMAIL        PIC X VALUE 'N'.
       01 CONS-NO-TELEFONO     PIC X VALUE 'N'.
       01 CONS-NO-CARTA        PIC X VALUE 'N'.
      * Suppression counts of the outbound run in progress.
       01 CONS-SUPR-CONTACTOS  PIC 9(5).
       01 CONS-SUPR-EMAIL      PIC 9(5).
       01 CONS-SUPR-TELEFONO   PIC 9(5).
       01 CONS-SUPR-CARTA      PIC 9(5).
       01 REB-STATUS           PIC XX.
       01 REBR-STATUS          PIC XX.
       01 REBRCH-STATUS        PIC XX.
       01 REB-RC               PIC 9.
       01 REB-EOF              PIC X VALUE 'N'.
       01 REB-CAMPO            PIC X(100).
       01 REB-EMAIL            PIC X(30).
       01 REB-MOTIVO           PIC X(40).
       01 REB-RECHAZO-MOTIVO   PIC X(20).
       01 REB-LEIDAS           PIC 9(5).
       01 REB-PROCESADAS       PIC 9(5).
       01 REB-RECHAZADAS       PIC 9(5).
       01 REB-SIN-EMAIL        PIC 9(5).
       01 REB-NUEVO-PREF       PIC X(30).
       01 REB-DUENO            PIC X(30).
       01 REB-DUENO-PRINCIPAL  PIC X.
       01 REB-SIN-EMAIL-ANT    PIC X(30).
      * Outbound runs: contacts left out because no usable email is
      * left, and rows whose bounced primary was swapped for the
      * usable alternative.
       01 REB-SUPR-SIN-EMAIL   PIC 9(5).
       01 REB-SUSTITUIDOS      PIC 9(5).
      * Contacts owning the address being processed: through their
      * primary C-EMAIL and/or a comunicaciones.dat row.
       01 REB-NUM              PIC 99.
       01 REB-POS              PIC 99.
       01 REB-TABLE.
           05 REB-ENTRY OCCURS 50 TIMES INDEXED BY REB-IDX.
               10 RB-NOMBRE        PIC X(30).
               10 RB-PRINCIPAL     PIC X.
               10 RB-EMAIL-PRINCIPAL PIC X(30).
               10 RB-CON-FILA      PIC X.
               10 RB-PERDIO-PREF   PIC X.
       01 INTER-NOMBRE-CAP     PIC X(30).
       01 CAMP-STATUS          PIC XX.
       01 CPLT-STATUS          PIC XX.
       01 CMAN-STATUS          PIC XX.
       01 CLIS-STATUS          PIC XX.
       01 CENV-STATUS          PIC XX.
           88 CENV-NOT-FOUND   VALUE '35'.
       01 CAMPR-STATUS         PIC XX.
       01 CAMP-OPCION          PIC 9.
       01 CAMP-EOF             PIC X VALUE 'N'.
       01 CAMP-RC              PIC 9.
       01 CAMP-NUM             PIC 99.
       01 CAMP-POS             PIC 99.
       01 CAMP-TABLE.
           05 CAMP-ENTRY OCCURS 50 TIMES INDEXED BY CAMP-IDX
                                  PIC X(139).
      * Campaign being defined or run, in the campanas.dat layout.
       01 CAMPANA-ACT.
           05 CA-CODIGO        PIC X(8).
           05 CA-DESCRIPCION   PIC X(30).
           05 CA-PLANTILLA     PIC X(20).
           05 CA-CATEGORIAS.
               10 CA-CATEGORIA PIC X(15) OCCURS 4 TIMES.
           05 CA-EDAD-MIN      PIC 9(3).
           05 CA-EDAD-MAX      PIC 9(3).
           05 CA-CANAL         PIC X(10).
           05 CA-EXCLUIR-DIAS  PIC 9(3).
           05 CA-ESTADO        PIC X.
           05 CA-POR-HOGAR     PIC X.
       01 CAMP-CODIGO-CAP      PIC X(20).
       01 CAMP-CATEG-CAP       PIC X(70).
       01 CAMP-VALIDO          PIC X VALUE 'N'.
       01 CAMP-INCLUIR         PIC X VALUE 'N'.
       01 CAMP-MOTIVO          PIC X(20).
       01 CAMP-NOMBRE-PLANTILLA PIC X(20).
       01 CAMP-NOMBRE-MANIFIESTO PIC X(30).
       01 CAMP-NOMBRE-LISTA    PIC X(30).
       01 CAMP-FECHA-HOY       PIC X(10).
       01 CAMP-DESTINO         PIC X(30).
       01 CAMP-SELECCIONADOS   PIC 9(5).
       01 CAMP-ENVIADOS        PIC 9(5).
      * Suppressions of the run (and of the follow-up report) by
      * reason.
       01 CAMP-SUPR-RECIENTE   PIC 9(5).
       01 CAMP-SUPR-NO-EMAIL   PIC 9(5).
       01 CAMP-SUPR-NO-CARTA   PIC 9(5).
       01 CAMP-SUPR-SIN-EMAIL  PIC 9(5).
       01 CAMP-SUPR-HOGAR      PIC 9(5).
       01 CAMP-SUPR-TOTAL      PIC 9(5).
       01 CAMP-EJECUCIONES     PIC 9(5).
       01 CAMP-DESTINATARIOS   PIC 9(5).
       01 CAMP-RESPUESTAS      PIC 9(5).
       01 CAMP-FECHA-ANT       PIC X(10).
       01 CAMP-ANIO-DESDE      PIC 9(4).
       01 CAMP-PCT             PIC ZZ9.
      * Follow-up extract as written to the sort work file: name,
      * class ('1' the campaign reached the contact, '2' a later
      * llamada/visita) and the AAAAMMDD date lead as the key, so each
      * name comes out as its sends followed by its calls and visits,
      * oldest first.
       01 CAMP-SEG-DET.
           05 CS-NOMBRE        PIC X(30).
           05 CS-CLASE         PIC X.
           05 CS-FECHA-NUM     PIC 9(8).
           05 FILLER           PIC X(2).
           05 CS-FECHA         PIC X(10).
           05 CS-TIPO          PIC X(10).
       01 CAMP-GRUPO-NOMBRE    PIC X(30).
       01 CAMP-GRUPO-ENVIO     PIC X(10).
       01 CAMP-GRUPO-ENVIO-NUM PIC 9(8).
       01 CAMP-GRUPO-RESP-FECHA PIC X(10).
       01 CAMP-GRUPO-RESP-TIPO PIC X(10).
       01 LCTL-STATUS          PIC XX.
           88 LCTL-NOT-FOUND   VALUE '35'.
       01 LCTL-EOF             PIC X VALUE 'N'.
      * Command line: "LOTE" resumes a same-day run that did not end
      * cleanly; "LOTE NUEVO" forces a fresh run.
       01 LOTE-PARAM-LINEA     PIC X(100).
       01 LOTE-PARAM-MODO      PIC X(20).
       01 LOTE-PARAM-OPCION    PIC X(20).
       01 LOTE-FORZAR-NUEVO    PIC X VALUE 'N'.
       01 LOTE-RUN-ID          PIC X(14).
       01 LOTE-RUN-ANT         PIC X(14).
      * 'S' while the steps a same-day run already finished cleanly
      * are being passed over.
       01 LOTE-REANUDANDO      PIC X VALUE 'N'.
       01 LOTE-RC-PREVIO       PIC 9.
       01 LOTE-CTL-ESTADO      PIC X.
       01 LOTE-CTL-RC          PIC 9.
      * lote.cmd line without its "RC<=n" condition, and the
      * condition itself.
       01 LOTE-LINEA-CMD       PIC X(80).
       01 LOTE-LINEA-MAY       PIC X(80).
       01 LOTE-COND-PRESENTE   PIC X VALUE 'N'.
       01 LOTE-COND-OK         PIC X VALUE 'S'.
       01 LOTE-COND-RC         PIC 9.
       01 LOTE-COND-POS        PIC 99.
      * Last known state of each step of the previous run, by step
      * number, as left in lote-control.dat.
       01 LOTE-PASOS-TABLE.
           05 LOTE-PASO OCCURS 200 TIMES INDEXED BY LP-IDX.
               10 LP-ESTADO    PIC X.
               10 LP-RC        PIC 9.
               10 LP-COMANDO   PIC X(80).

       PROCEDURE DIVISION.
      * Started with the LOTE parameter it runs the commands from
      * parameter it enters the usual interactive menu.
       MAIN-LOGIC.
           ACCEPT WS-PARAMETROS FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAMETROS))
               TO LOTE-PARAM-LINEA
           MOVE SPACES TO LOTE-PARAM-MODO
           MOVE SPACES TO LOTE-PARAM-OPCION
           UNSTRING LOTE-PARAM-LINEA DELIMITED BY ALL " "
               INTO LOTE-PARAM-MODO LOTE-PARAM-OPCION
           END-UNSTRING
           IF LOTE-PARAM-MODO = "LOTE"
               MOVE 'S' TO MODO-LOTE
               IF LOTE-PARAM-OPCION = "NUEVO"
                   MOVE 'S' TO LOTE-FORZAR-NUEVO
               ELSE
                   IF LOTE-PARAM-OPCION NOT = SPACES
                       DISPLAY "Parametro de lote no reconocido: "
                           FUNCTION TRIM(LOTE-PARAM-OPCION)
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
      * Unattended runs are stamped with the reserved LOTE operator
      * and carry supervisor level (the scheduler may need RECUPERAR);
           ELSE
               PERFORM INICIAR-SESION
           END-IF
      * Both kinds of run sign on in sesiones.dat, so each can see the
      * other and the record and file locks know who holds them.
           PERFORM REGISTRAR-SESION
           PERFORM ABRIR-CONTACTOS
           IF MODO-LOTE = 'S'
               PERFORM EJECUTAR-LOTE
               CLOSE CONTACTOS-FILE
               PERFORM TERMINAR-SESION
               MOVE LOTE-RC-MAX TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM MENU-PRINCIPAL UNTIL OPCION = 5
           CLOSE CONTACTOS-FILE
           PERFORM TERMINAR-SESION
           STOP RUN.

      * Operator sign-on against the operadores.dat master (code,
               DISPLAY "Opcion reservada al nivel supervisor."
           END-IF.

      * Puts this run in sesiones.dat. A run that finds the system in
      * exclusive use waits for it like any other lock (interactive
      * sessions briefly, lote runs up to the batch limit) and
      * otherwise ends with RC 8 without doing anything.
       REGISTRAR-SESION.
           MOVE FUNCTION CURRENT-DATE TO BLQ-AHORA
           MOVE BLQ-AHORA(1:16) TO SESION-ID
           MOVE 0 TO SES-VUELTAS
           MOVE 'N' TO SES-REGISTRADA
           MOVE 'S' TO BLQ-OBTENIDO
           PERFORM UNTIL SES-REGISTRADA = 'S'
                   OR BLQ-OBTENIDO NOT = 'S'
                   OR SES-VUELTAS = 3
               PERFORM ANOTAR-ALTA-SESION
           END-PERFORM
           IF SES-REGISTRADA = 'S'
               IF MODO-LOTE NOT = 'S' AND SES-OTRAS > 0
                   DISPLAY "Otras sesiones activas: " SES-OTRAS
                       " (opcion 36 para verlas)."
               END-IF
           ELSE
               DISPLAY "Sesion no iniciada."
               PERFORM TERMINAR-SESION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * One sign-on round: the 'A' line goes down before *SESION* is
      * asked for, so a run taking exclusive use meanwhile either
      * sees it or is seen. Holding *SESION*, the run checks that its
      * line is still there (a compaction by a run starting at the
      * same instant may have taken it; the round is then repeated)
      * and, when no other session is active, compacts both logs.
       ANOTAR-ALTA-SESION.
           ADD 1 TO SES-VUELTAS
           MOVE 'A' TO SES-EVENTO-CAP
           MOVE SPACES TO SES-NOTA-CAP
           MOVE SESION-ID TO SES-BUSCADA
           PERFORM GRABAR-EVENTO-SESION
           MOVE "*SESION*" TO BLQ-RECURSO
           PERFORM TOMAR-BLOQUEO-ARCHIVO
           IF BLQ-OBTENIDO = 'S'
               MOVE SESION-ID TO SES-BUSCADA
               PERFORM BUSCAR-SESION-TABLA
               IF SES-POS > 0
                   MOVE 'S' TO SES-REGISTRADA
                   IF SES-OTRAS = 0
                       PERFORM COMPACTAR-REGISTROS-SESION
                   END-IF
               END-IF
               MOVE "*SESION*" TO BLQ-RECURSO
               PERFORM SOLTAR-BLOQUEO
           END-IF.

      * With nobody else signed on, sesiones.dat is cut down to this
      * session's 'A' line and bloqueos.dat to the locks it holds
      * (*SESION* itself), so neither log grows without end. Only
      * runs still signing on can write meanwhile, and *SESION* keeps
      * them waiting until each has made sure of its own 'A' line.
      * SES-POS is this session's slot on entry.
       COMPACTAR-REGISTROS-SESION.
           OPEN OUTPUT SESIONES-FILE
           IF SES-STATUS NOT = "00"
               DISPLAY "Advertencia: no se pudo escribir en "
                   "sesiones.dat (" SES-STATUS ")."
           ELSE
               MOVE ST-ID(SES-POS) TO SE-ID
               MOVE 'A' TO SE-EVENTO
               MOVE ST-OPERADOR(SES-POS) TO SE-OPERADOR
               MOVE ST-MODO(SES-POS) TO SE-MODO
               MOVE ST-INICIO(SES-POS) TO SE-FECHA-HORA
               MOVE SPACES TO SE-NOTA
               WRITE SESION-REGISTRO
               CLOSE SESIONES-FILE
               MOVE 'S' TO BLQ-TODOS
               PERFORM CARGAR-BLOQUEOS-VIVOS
               MOVE 'N' TO BLQ-TODOS
               OPEN OUTPUT BLOQUEOS-FILE
               IF BLQ-STATUS NOT = "00"
                   DISPLAY "Advertencia: no se pudo escribir en "
                       "bloqueos.dat (" BLQ-STATUS ")."
               ELSE
                   PERFORM VARYING BLQ-POS FROM 1 BY 1
                           UNTIL BLQ-POS > BLQ-VIVOS-NUM
                       IF BV-SESION(BLQ-POS) = SESION-ID
                           MOVE BV-RECURSO(BLQ-POS) TO BQ-RECURSO
                           MOVE 'B' TO BQ-EVENTO
                           MOVE BV-SESION(BLQ-POS) TO BQ-SESION
                           MOVE BV-OPERADOR(BLQ-POS) TO BQ-OPERADOR
                           MOVE BV-DESDE(BLQ-POS) TO BQ-FECHA-HORA
                           WRITE BLOQUEO-REGISTRO
                       END-IF
                   END-PERFORM
                   CLOSE BLOQUEOS-FILE
               END-IF
           END-IF.

      * Every way out of the program after REGISTRAR-SESION goes
      * through here; the 'T' line also frees whatever locks the
      * session still held.
       TERMINAR-SESION.
           IF SESION-ID NOT = SPACES
               MOVE 'T' TO SES-EVENTO-CAP
               MOVE "fin de sesion" TO SES-NOTA-CAP
               MOVE SESION-ID TO SES-BUSCADA
               PERFORM GRABAR-EVENTO-SESION
               MOVE SPACES TO SESION-ID
           END-IF.

      * Appends event SES-EVENTO-CAP for session SES-BUSCADA, stamped
      * with the operator who writes it.
       GRABAR-EVENTO-SESION.
           MOVE FUNCTION CURRENT-DATE TO BLQ-AHORA
           OPEN EXTEND SESIONES-FILE
           IF SES-NOT-FOUND
               CLOSE SESIONES-FILE
               OPEN OUTPUT SESIONES-FILE
           END-IF
           IF SES-STATUS NOT = "00"
               DISPLAY "Advertencia: no se pudo escribir en "
                   "sesiones.dat (" SES-STATUS ")."
           ELSE
               MOVE SES-BUSCADA TO SE-ID
               MOVE SES-EVENTO-CAP TO SE-EVENTO
               MOVE OPERADOR-ACTUAL TO SE-OPERADOR
               IF MODO-LOTE = 'S'
                   MOVE 'L' TO SE-MODO
               ELSE
                   MOVE 'I' TO SE-MODO
               END-IF
               MOVE BLQ-AHORA(1:14) TO SE-FECHA-HORA
               MOVE SES-NOTA-CAP TO SE-NOTA
               WRITE SESION-REGISTRO
               CLOSE SESIONES-FILE
           END-IF.

      * Replays sesiones.dat into SES-TABLE: SES-ACTIVAS sessions
      * still open, SES-OTRAS of them other than this one.
       CARGAR-SESIONES.
           MOVE 0 TO SES-NUM
           MOVE 0 TO SES-ACTIVAS
           MOVE 0 TO SES-OTRAS
           OPEN INPUT SESIONES-FILE
           IF SES-STATUS = "00"
               MOVE 'N' TO SES-EOF
               PERFORM UNTIL SES-EOF = 'S'
                   READ SESIONES-FILE
                       AT END
                           MOVE 'S' TO SES-EOF
                       NOT AT END
                           PERFORM CARGAR-EVENTO-SESION
                   END-READ
               END-PERFORM
               CLOSE SESIONES-FILE
           END-IF
           PERFORM VARYING SES-POS FROM 1 BY 1 UNTIL SES-POS > SES-NUM
               IF ST-ACTIVA(SES-POS) = 'S'
                   ADD 1 TO SES-ACTIVAS
                   IF ST-ID(SES-POS) NOT = SESION-ID
                       ADD 1 TO SES-OTRAS
                   END-IF
               END-IF
           END-PERFORM.

      * A full table reuses the slot of a session that already ended.
       CARGAR-EVENTO-SESION.
           MOVE SE-ID TO SES-BUSCADA
           PERFORM BUSCAR-SESION-TABLA
           IF SE-EVENTO = 'A'
               IF SES-POS = 0
                   IF SES-NUM < 300
                       ADD 1 TO SES-NUM
                       MOVE SES-NUM TO SES-POS
                   ELSE
                       PERFORM VARYING BLQ-POS FROM 1 BY 1
                               UNTIL BLQ-POS > SES-NUM
                           IF SES-POS = 0
                               AND ST-ACTIVA(BLQ-POS) NOT = 'S'
                               MOVE BLQ-POS TO SES-POS
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               IF SES-POS > 0
                   MOVE SE-ID TO ST-ID(SES-POS)
                   MOVE SE-OPERADOR TO ST-OPERADOR(SES-POS)
                   MOVE SE-MODO TO ST-MODO(SES-POS)
                   MOVE SE-FECHA-HORA TO ST-INICIO(SES-POS)
                   MOVE 'S' TO ST-ACTIVA(SES-POS)
               END-IF
           ELSE
               IF SES-POS > 0
                   MOVE 'N' TO ST-ACTIVA(SES-POS)
               END-IF
           END-IF.

      * SES-POS = slot of session SES-BUSCADA in SES-TABLE, 0 if absent.
       BUSCAR-SESION-TABLA.
           MOVE 0 TO SES-POS
           PERFORM VARYING BLQ-HUECO FROM 1 BY 1
                   UNTIL BLQ-HUECO > SES-NUM
               IF ST-ID(BLQ-HUECO) = SES-BUSCADA
                   MOVE BLQ-HUECO TO SES-POS
               END-IF
           END-PERFORM.

      * BLQ-SESION-VIVA = 'S' while session SES-BUSCADA is active. A
      * session SES-TABLE does not know counts as ended: once the
      * table is full the slots of ended sessions are reused, and
      * their 'T' lines no longer find them. Only this session's own
      * 'A' line may be missing while it signs on (see
      * REGISTRAR-SESION), so it stays alive.
       VER-SESION-VIVA.
           PERFORM BUSCAR-SESION-TABLA
           MOVE 'S' TO BLQ-SESION-VIVA
           IF SES-POS = 0
               IF SES-BUSCADA NOT = SESION-ID
                   MOVE 'N' TO BLQ-SESION-VIVA
               END-IF
           ELSE
               IF ST-ACTIVA(SES-POS) NOT = 'S'
                   MOVE 'N' TO BLQ-SESION-VIVA
               END-IF
           END-IF.

      * Lock entry points: the caller loads BLQ-RECURSO and tests
      * BLQ-OBTENIDO afterwards. A contact being edited is refused at
      * once to another interactive operator ("en uso por ..."); a
      * data file is waited for a few seconds, since it is only held
      * while it is being written; lote runs wait longer for either
      * and then give up with RC 8. Locks are counted, so a paragraph
      * may take one its caller already holds, provided each take is
      * paired with its own SOLTAR-BLOQUEO. The pause between attempts
      * is C$SLEEP (seconds in BLQ-PAUSA).
       TOMAR-BLOQUEO-CONTACTO.
           IF MODO-LOTE = 'S'
               MOVE BLQ-ESPERA-LOTE TO BLQ-MAX-INTENTOS
               MOVE BLQ-PAUSA-LOTE TO BLQ-PAUSA
           ELSE
               MOVE 0 TO BLQ-MAX-INTENTOS
               MOVE 1 TO BLQ-PAUSA
           END-IF
           PERFORM TOMAR-BLOQUEO.

       TOMAR-BLOQUEO-ARCHIVO.
           IF MODO-LOTE = 'S'
               MOVE BLQ-ESPERA-LOTE TO BLQ-MAX-INTENTOS
               MOVE BLQ-PAUSA-LOTE TO BLQ-PAUSA
           ELSE
               MOVE BLQ-ESPERA-MENU TO BLQ-MAX-INTENTOS
               MOVE 1 TO BLQ-PAUSA
           END-IF
           PERFORM TOMAR-BLOQUEO.

      * Exclusive use: granted only when no other session is active
      * and nobody else holds it; while held, every lock requested by
      * another session is refused and no new session can start.
       TOMAR-USO-EXCLUSIVO.
           MOVE "*EXCLUSIVO*" TO BLQ-RECURSO
           PERFORM TOMAR-BLOQUEO-CONTACTO.

       SOLTAR-USO-EXCLUSIVO.
           MOVE "*EXCLUSIVO*" TO BLQ-RECURSO
           PERFORM SOLTAR-BLOQUEO.

       SOLTAR-BLOQUEO.
           MOVE 'L' TO BLQ-EVENTO
           PERFORM GRABAR-EVENTO-BLOQUEO.

       TOMAR-BLOQUEO.
           MOVE 0 TO BLQ-INTENTOS
           MOVE 'N' TO BLQ-OBTENIDO
           PERFORM UNTIL BLQ-OBTENIDO = 'S'
                   OR BLQ-INTENTOS > BLQ-MAX-INTENTOS
               IF BLQ-INTENTOS > 0
                   CALL "C$SLEEP" USING BLQ-PAUSA
               END-IF
               ADD 1 TO BLQ-INTENTOS
               PERFORM INTENTAR-BLOQUEO
           END-PERFORM
           IF BLQ-OBTENIDO NOT = 'S'
               PERFORM AVISAR-BLOQUEO-DENEGADO
               IF MODO-LOTE = 'S'
                   MOVE 'S' TO BLQ-FALLO-LOTE
               END-IF
           END-IF.

      * One attempt. There is no test-and-set on a sequential file, so
      * the request is written first and then judged against the
      * whole log: the lowest 'B' line still standing wins. Two
      * sessions asking at the same moment both see both lines and
      * agree on the winner; the loser withdraws its line at once.
      * The sessions are read only after the line is down, so a
      * session that starts meanwhile is either seen here or finds
      * the line when it takes *SESION*.
       INTENTAR-BLOQUEO.
           MOVE 'B' TO BLQ-EVENTO
           PERFORM GRABAR-EVENTO-BLOQUEO
           IF BLQ-GRABADO NOT = 'S'
               MOVE 'N' TO BLQ-OBTENIDO
               MOVE 'E' TO BLQ-MOTIVO
           ELSE
               PERFORM CARGAR-SESIONES
               MOVE 'N' TO BLQ-TODOS
               PERFORM CARGAR-BLOQUEOS-VIVOS
               PERFORM EVALUAR-BLOQUEO
               IF BLQ-OBTENIDO NOT = 'S'
                   MOVE 'L' TO BLQ-EVENTO
                   PERFORM GRABAR-EVENTO-BLOQUEO
               END-IF
           END-IF.

       GRABAR-EVENTO-BLOQUEO.
           MOVE 'N' TO BLQ-GRABADO
           MOVE FUNCTION CURRENT-DATE TO BLQ-AHORA
           OPEN EXTEND BLOQUEOS-FILE
           IF BLQ-NOT-FOUND
               CLOSE BLOQUEOS-FILE
               OPEN OUTPUT BLOQUEOS-FILE
           END-IF
           IF BLQ-STATUS NOT = "00"
               DISPLAY "Advertencia: no se pudo escribir en "
                   "bloqueos.dat (" BLQ-STATUS ")."
           ELSE
               MOVE BLQ-RECURSO TO BQ-RECURSO
               MOVE BLQ-EVENTO TO BQ-EVENTO
               MOVE SESION-ID TO BQ-SESION
               MOVE OPERADOR-ACTUAL TO BQ-OPERADOR
               MOVE BLQ-AHORA(1:14) TO BQ-FECHA-HORA
               WRITE BLOQUEO-REGISTRO
               CLOSE BLOQUEOS-FILE
               MOVE 'S' TO BLQ-GRABADO
           END-IF.

      * Replays bloqueos.dat into BLQ-VIVOS-TABLE: the locks on
      * BLQ-RECURSO and on "*EXCLUSIVO*" (or on everything, with
      * BLQ-TODOS = 'S') whose 'B' line has no 'L' yet.
       CARGAR-BLOQUEOS-VIVOS.
           MOVE 0 TO BLQ-VIVOS-NUM
           MOVE 0 TO BLQ-LINEAS
           OPEN INPUT BLOQUEOS-FILE
           IF BLQ-STATUS = "00"
               MOVE 'N' TO BLQ-EOF
               PERFORM UNTIL BLQ-EOF = 'S'
                   READ BLOQUEOS-FILE
                       AT END
                           MOVE 'S' TO BLQ-EOF
                       NOT AT END
                           ADD 1 TO BLQ-LINEAS
                           IF BLQ-TODOS = 'S'
                               OR BQ-RECURSO = BLQ-RECURSO
                               OR BQ-RECURSO = "*EXCLUSIVO*"
                               PERFORM CARGAR-EVENTO-BLOQUEO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOQUEOS-FILE
           END-IF.

      * A 'B' takes the first free slot; an 'L' frees one slot of the
      * same session and resource. The 'B' lines of a session that
      * has ended are left out at once, so dead locks never fill the
      * table; the caller loads SES-TABLE first.
       CARGAR-EVENTO-BLOQUEO.
           MOVE 'S' TO BLQ-SESION-VIVA
           IF BQ-EVENTO = 'B'
               MOVE BQ-SESION TO SES-BUSCADA
               PERFORM VER-SESION-VIVA
           END-IF
           MOVE 0 TO BLQ-HUECO
           IF BQ-EVENTO = 'B' AND BLQ-SESION-VIVA = 'S'
               PERFORM VARYING BLQ-POS FROM 1 BY 1
                       UNTIL BLQ-POS > BLQ-VIVOS-NUM
                   IF BLQ-HUECO = 0 AND BV-SESION(BLQ-POS) = SPACES
                       MOVE BLQ-POS TO BLQ-HUECO
                   END-IF
               END-PERFORM
               IF BLQ-HUECO = 0 AND BLQ-VIVOS-NUM < 200
                   ADD 1 TO BLQ-VIVOS-NUM
                   MOVE BLQ-VIVOS-NUM TO BLQ-HUECO
               END-IF
               IF BLQ-HUECO > 0
                   MOVE BQ-RECURSO TO BV-RECURSO(BLQ-HUECO)
                   MOVE BQ-SESION TO BV-SESION(BLQ-HUECO)
                   MOVE BQ-OPERADOR TO BV-OPERADOR(BLQ-HUECO)
                   MOVE BQ-FECHA-HORA TO BV-DESDE(BLQ-HUECO)
                   MOVE BLQ-LINEAS TO BV-ORDEN(BLQ-HUECO)
               END-IF
           END-IF
           IF BQ-EVENTO NOT = 'B'
               PERFORM VARYING BLQ-POS FROM 1 BY 1
                       UNTIL BLQ-POS > BLQ-VIVOS-NUM
                   IF BLQ-HUECO = 0
                       AND BV-SESION(BLQ-POS) = BQ-SESION
                       AND BV-RECURSO(BLQ-POS) = BQ-RECURSO
                       MOVE BLQ-POS TO BLQ-HUECO
                   END-IF
               END-PERFORM
               IF BLQ-HUECO > 0
                   MOVE SPACES TO BV-SESION(BLQ-HUECO)
                   MOVE SPACES TO BV-RECURSO(BLQ-HUECO)
               END-IF
           END-IF.

      * Drops the locks of sessions that have ended, then decides.
      * BLQ-MOTIVO on a refusal: 'X' another session has exclusive
      * use, 'R' another session holds the resource, 'S' exclusive
      * use was asked for while other sessions are active.
       EVALUAR-BLOQUEO.
           MOVE 0 TO BLQ-PRIMERO
           MOVE 0 TO BLQ-EXCL-AJENO
           PERFORM VARYING BLQ-POS FROM 1 BY 1
                   UNTIL BLQ-POS > BLQ-VIVOS-NUM
               IF BV-SESION(BLQ-POS) NOT = SPACES
                   MOVE BV-SESION(BLQ-POS) TO SES-BUSCADA
                   PERFORM VER-SESION-VIVA
                   IF BLQ-SESION-VIVA NOT = 'S'
                       MOVE SPACES TO BV-SESION(BLQ-POS)
                       MOVE SPACES TO BV-RECURSO(BLQ-POS)
                   ELSE
                       PERFORM ORDENAR-BLOQUEO-VIVO
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO BLQ-OBTENIDO
           EVALUATE TRUE
               WHEN BLQ-EXCL-AJENO > 0
                   MOVE 'X' TO BLQ-MOTIVO
                   MOVE BV-OPERADOR(BLQ-EXCL-AJENO) TO BLQ-TITULAR
                   MOVE BV-DESDE(BLQ-EXCL-AJENO) TO BLQ-TITULAR-DESDE
               WHEN BLQ-PRIMERO = 0
                   MOVE 'E' TO BLQ-MOTIVO
               WHEN BV-SESION(BLQ-PRIMERO) NOT = SESION-ID
                   MOVE 'R' TO BLQ-MOTIVO
                   MOVE BV-OPERADOR(BLQ-PRIMERO) TO BLQ-TITULAR
                   MOVE BV-DESDE(BLQ-PRIMERO) TO BLQ-TITULAR-DESDE
               WHEN BLQ-RECURSO = "*EXCLUSIVO*" AND SES-OTRAS > 0
                   MOVE 'S' TO BLQ-MOTIVO
                   PERFORM VARYING SES-POS FROM 1 BY 1
                           UNTIL SES-POS > SES-NUM
                       IF ST-ACTIVA(SES-POS) = 'S'
                           AND ST-ID(SES-POS) NOT = SESION-ID
                           MOVE ST-OPERADOR(SES-POS) TO BLQ-TITULAR
                           MOVE ST-INICIO(SES-POS)
                               TO BLQ-TITULAR-DESDE
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   MOVE 'S' TO BLQ-OBTENIDO
           END-EVALUATE.

       ORDENAR-BLOQUEO-VIVO.
           IF BV-RECURSO(BLQ-POS) = BLQ-RECURSO
               IF BLQ-PRIMERO = 0
                   MOVE BLQ-POS TO BLQ-PRIMERO
               ELSE
                   IF BV-ORDEN(BLQ-POS) < BV-ORDEN(BLQ-PRIMERO)
                       MOVE BLQ-POS TO BLQ-PRIMERO
                   END-IF
               END-IF
           END-IF
           IF BV-RECURSO(BLQ-POS) = "*EXCLUSIVO*"
               AND BV-SESION(BLQ-POS) NOT = SESION-ID
               IF BLQ-EXCL-AJENO = 0
                   MOVE BLQ-POS TO BLQ-EXCL-AJENO
               ELSE
                   IF BV-ORDEN(BLQ-POS) < BV-ORDEN(BLQ-EXCL-AJENO)
                       MOVE BLQ-POS TO BLQ-EXCL-AJENO
                   END-IF
               END-IF
           END-IF.

       AVISAR-BLOQUEO-DENEGADO.
           EVALUATE BLQ-MOTIVO
               WHEN 'X'
                   DISPLAY "Sistema en uso exclusivo por "
                       FUNCTION TRIM(BLQ-TITULAR) " desde las "
                       BLQ-TITULAR-DESDE(9:2) ":"
                       BLQ-TITULAR-DESDE(11:2)
                       "; intente mas tarde."
               WHEN 'R'
                   DISPLAY FUNCTION TRIM(BLQ-RECURSO) " en uso por "
                       FUNCTION TRIM(BLQ-TITULAR) " desde las "
                       BLQ-TITULAR-DESDE(9:2) ":"
                       BLQ-TITULAR-DESDE(11:2) "."
               WHEN 'S'
                   DISPLAY "Se necesita uso exclusivo y hay "
                       SES-OTRAS " sesion(es) mas activas (ultima: "
                       FUNCTION TRIM(BLQ-TITULAR) " desde las "
                       BLQ-TITULAR-DESDE(9:2) ":"
                       BLQ-TITULAR-DESDE(11:2)
                       "); opcion 36 para verlas."
               WHEN OTHER
                   DISPLAY "No se pudo registrar el bloqueo de "
                       FUNCTION TRIM(BLQ-RECURSO) "."
           END-EVALUATE.

      * Who is signed on and what they hold, plus the supervisor's
      * way out for a session that died without signing off (its
      * locks would otherwise stay held).
       MANTENER-SESIONES.
           MOVE 0 TO SES-OPCION
           PERFORM MENU-SESIONES UNTIL SES-OPCION = 3.

       MENU-SESIONES.
           DISPLAY " "
           DISPLAY "=== SESIONES Y BLOQUEOS ==="
           DISPLAY "1. Listar sesiones activas y bloqueos"
           DISPLAY "2. Cerrar una sesion abandonada"
           DISPLAY "3. Volver al menu principal"
           DISPLAY "Seleccione opcion (1-3): "
           ACCEPT SES-OPCION
           EVALUATE SES-OPCION
               WHEN 1 PERFORM LISTAR-SESIONES
               WHEN 2
                   PERFORM EXIGIR-SUPERVISOR
                   IF OPERACION-AUTORIZADA = 'S'
                       PERFORM CERRAR-SESION-ABANDONADA
                   END-IF
           END-EVALUATE.

       LISTAR-SESIONES.
           PERFORM CARGAR-SESIONES
           DISPLAY "=== SESIONES ACTIVAS ==="
           PERFORM VARYING SES-POS FROM 1 BY 1 UNTIL SES-POS > SES-NUM
               IF ST-ACTIVA(SES-POS) = 'S'
                   IF ST-MODO(SES-POS) = 'L'
                       MOVE "lote" TO SES-MODO-TXT
                   ELSE
                       MOVE "interactiva" TO SES-MODO-TXT
                   END-IF
                   IF ST-ID(SES-POS) = SESION-ID
                       DISPLAY ST-ID(SES-POS) " " ST-OPERADOR(SES-POS)
                           " " SES-MODO-TXT " desde "
                           ST-INICIO(SES-POS)(7:2) "/"
                           ST-INICIO(SES-POS)(5:2) "/"
                           ST-INICIO(SES-POS)(1:4) " "
                           ST-INICIO(SES-POS)(9:2) ":"
                           ST-INICIO(SES-POS)(11:2) " (esta sesion)"
                   ELSE
                       DISPLAY ST-ID(SES-POS) " " ST-OPERADOR(SES-POS)
                           " " SES-MODO-TXT " desde "
                           ST-INICIO(SES-POS)(7:2) "/"
                           ST-INICIO(SES-POS)(5:2) "/"
                           ST-INICIO(SES-POS)(1:4) " "
                           ST-INICIO(SES-POS)(9:2) ":"
                           ST-INICIO(SES-POS)(11:2)
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "=== BLOQUEOS VIGENTES ==="
           MOVE 'S' TO BLQ-TODOS
           MOVE SPACES TO BLQ-RECURSO
           PERFORM CARGAR-BLOQUEOS-VIVOS
           MOVE 'N' TO BLQ-TODOS
           MOVE 0 TO BLQ-PRIMERO
           PERFORM VARYING BLQ-POS FROM 1 BY 1
                   UNTIL BLQ-POS > BLQ-VIVOS-NUM
               IF BV-SESION(BLQ-POS) NOT = SPACES
                   MOVE BV-SESION(BLQ-POS) TO SES-BUSCADA
                   PERFORM BUSCAR-SESION-TABLA
                   IF SES-POS = 0 OR ST-ACTIVA(SES-POS) = 'S'
                       ADD 1 TO BLQ-PRIMERO
                       DISPLAY BV-RECURSO(BLQ-POS) " "
                           BV-OPERADOR(BLQ-POS) " desde las "
                           BV-DESDE(BLQ-POS)(9:2) ":"
                           BV-DESDE(BLQ-POS)(11:2)
                   END-IF
               END-IF
           END-PERFORM
           IF BLQ-PRIMERO = 0
               DISPLAY "Ningun bloqueo vigente."
           END-IF.

      * Only for a session whose program is really gone (terminal
      * closed, run killed): the 'T' line ends it and releases its
      * locks exactly as if it had signed off.
       CERRAR-SESION-ABANDONADA.
           DISPLAY "Sesion a cerrar (identificador de 16 cifras): "
           ACCEPT SES-BUSCADA
           IF SES-BUSCADA = SESION-ID
               DISPLAY "No puede cerrarse la sesion en uso."
           ELSE
               PERFORM CARGAR-SESIONES
               PERFORM BUSCAR-SESION-TABLA
               IF SES-POS = 0
                   DISPLAY "No hay ninguna sesion con ese "
                       "identificador."
               ELSE
                   IF ST-ACTIVA(SES-POS) NOT = 'S'
                       DISPLAY "Esa sesion ya esta cerrada."
                   ELSE
                       DISPLAY "Se cerrara la sesion de "
                           FUNCTION TRIM(ST-OPERADOR(SES-POS))
                           " y se liberaran sus bloqueos. "
                           "Confirmar (S/N): "
                       ACCEPT SES-CONFIRMA
                       IF FUNCTION UPPER-CASE(SES-CONFIRMA) = "S"
                           MOVE 'T' TO SES-EVENTO-CAP
                           MOVE SPACES TO SES-NOTA-CAP
                           STRING "cerrada por " DELIMITED BY SIZE
                               OPERADOR-ACTUAL DELIMITED BY SIZE
                               INTO SES-NOTA-CAP
                           END-STRING
                           PERFORM GRABAR-EVENTO-SESION
                           DISPLAY "Sesion cerrada."
                       ELSE
                           DISPLAY "Operacion cancelada."
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Year-end close (supervisor): takes a closing snapshot of
      * contactos.dat (cierre-AAAA.dat), moves the audit lines of the
      * year and earlier to auditoria-AAAA.dat and their finished
      * interactions to interacciones-AAAA.dat, so the live files keep
      * only the open follow-ups and the current year. The readers of
      * the trail pick the archives up again through cierres.dat.
       CERRAR-EJERCICIO.
           MOVE FUNCTION CURRENT-DATE TO WS-HOY
           MOVE WS-HOY(1:4) TO CIE-ANIO-ACTUAL
           COMPUTE CIE-ANIO = CIE-ANIO-ACTUAL - 1
           DISPLAY "Anio a cerrar AAAA (vacio = " CIE-ANIO "): "
           ACCEPT CIE-CAP
           DISPLAY "Se archivan la auditoria y las interacciones "
               "terminadas de ese anio y anteriores."
           DISPLAY "Confirmar (SI/NO): "
           ACCEPT CIE-CONFIRMA
           IF FUNCTION UPPER-CASE(CIE-CONFIRMA) NOT = "SI"
               DISPLAY "Cierre cancelado."
           ELSE
               PERFORM EJECUTAR-CIERRE-ANUAL
           END-IF.

      * The close rewrites auditoria.dat and interacciones.dat, so it
      * needs the system to itself, like the rebuild.
       EJECUTAR-CIERRE-ANUAL.
           PERFORM TOMAR-USO-EXCLUSIVO
           IF BLQ-OBTENIDO = 'S'
               PERFORM PROCESAR-CIERRE-ANUAL
               PERFORM SOLTAR-USO-EXCLUSIVO
           ELSE
               DISPLAY "Cierre anual no realizado."
               MOVE 8 TO CIE-RC
           END-IF.

      * Nothing live is replaced until both splits balanced and the
      * files they wrote read back with the same counts; only then is
      * the close entered in cierres.dat (from that moment the readers
      * use the archives) and the live files are replaced. CIE-RC: 0
      * closed, 8 refused or failed (see cierre-AAAA.rpt).
       PROCESAR-CIERRE-ANUAL.
           MOVE 0 TO CIE-RC
           MOVE 'N' TO CIE-FASE
           MOVE 0 TO CIE-CONTACTOS
           MOVE 0 TO CIE-CONT-RELEIDOS
           MOVE 0 TO CIE-AUD-ANTES
           MOVE 0 TO CIE-AUD-ARCH
           MOVE 0 TO CIE-AUD-VIVAS
           MOVE 0 TO CIE-AUD-ARCH-REL
           MOVE 0 TO CIE-AUD-TMP-REL
           MOVE 0 TO CIE-AUD-VIVAS-REL
           MOVE 0 TO CIE-INT-ANTES
           MOVE 0 TO CIE-INT-ARCH
           MOVE 0 TO CIE-INT-VIVAS
           MOVE 0 TO CIE-INT-ABIERTAS
           MOVE 0 TO CIE-INT-ARCH-REL
           MOVE 0 TO CIE-INT-TMP-REL
           MOVE 0 TO CIE-INT-VIVAS-REL
           MOVE 0 TO CIE-ALTAS
           MOVE 0 TO CIE-BAJAS
           MOVE SPACES TO CIE-CORTE
           PERFORM VALIDAR-ANIO-CIERRE
           IF CIE-RC = 0
               MOVE SPACES TO CIE-NOMBRE-REPORTE
               STRING "cierre-" DELIMITED BY SIZE
                   CIE-ANIO-TXT DELIMITED BY SIZE
                   ".rpt" DELIMITED BY SIZE
                   INTO CIE-NOMBRE-REPORTE
               END-STRING
               OPEN OUTPUT RPT-CIERRE
               IF CIERPT-STATUS NOT = "00"
                   DISPLAY "Error al crear "
                       FUNCTION TRIM(CIE-NOMBRE-REPORTE) ": "
                       CIERPT-STATUS
                   MOVE 8 TO CIE-RC
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-HOY
                   MOVE SPACES TO CIERRE-LINEA
                   STRING "=== CIERRE ANUAL " DELIMITED BY SIZE
                       CIE-ANIO-TXT DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-HOY(1:14) DELIMITED BY SIZE
                       " op: " DELIMITED BY SIZE
                       OPERADOR-ACTUAL DELIMITED BY SIZE
                       " ===" DELIMITED BY SIZE
                       INTO CIERRE-LINEA
                   END-STRING
                   WRITE CIERRE-LINEA
                   PERFORM VERIFICAR-ANTES-DEL-CIERRE
                   IF CIE-RC = 0
                       PERFORM ESCRIBIR-INSTANTANEA-CIERRE
                   END-IF
                   IF CIE-RC = 0
                       PERFORM SEPARAR-AUDITORIA-CIERRE
                   END-IF
                   IF CIE-RC = 0
                       PERFORM SEPARAR-INTERACCIONES-CIERRE
                   END-IF
                   IF CIE-RC = 0
                       PERFORM RELEER-SEPARACION-CIERRE
                   END-IF
                   IF CIE-RC = 0
                       PERFORM CONFIRMAR-CIERRE
                   END-IF
                   PERFORM ESCRIBIR-TOTALES-CIERRE
                   CLOSE RPT-CIERRE
                   IF CIE-RC = 0
                       DISPLAY "Cierre " CIE-ANIO-TXT " terminado: "
                           CIE-AUD-ARCH " lineas de auditoria y "
                           CIE-INT-ARCH " interacciones archivadas."
                   ELSE
                       DISPLAY "Cierre " CIE-ANIO-TXT
                           " con errores."
                   END-IF
                   DISPLAY "Detalle en "
                       FUNCTION TRIM(CIE-NOMBRE-REPORTE) "."
               END-IF
           END-IF.

      * Blank = the year before the current one. Only a finished year
      * after the last one closed can be closed, so the archives never
      * overlap and cierres.dat stays in year order.
       VALIDAR-ANIO-CIERRE.
           MOVE FUNCTION CURRENT-DATE TO WS-HOY
           MOVE WS-HOY(1:4) TO CIE-ANIO-ACTUAL
           IF CIE-CAP = SPACES
               COMPUTE CIE-ANIO = CIE-ANIO-ACTUAL - 1
           ELSE
               IF CIE-CAP IS NUMERIC
                   MOVE CIE-CAP TO CIE-ANIO
               ELSE
                   DISPLAY "Anio invalido: use AAAA."
                   MOVE 8 TO CIE-RC
               END-IF
           END-IF
           IF CIE-RC = 0
               IF CIE-ANIO NOT < CIE-ANIO-ACTUAL
                   DISPLAY "Solo se puede cerrar un anio ya terminado."
                   MOVE 8 TO CIE-RC
               ELSE
                   PERFORM CARGAR-CIERRES
                   IF CIE-NUM > 0
                       IF CIE-ANIO NOT > CY-ANIO(CIE-NUM)
                           DISPLAY "El anio " CIE-ANIO " ya esta "
                               "cerrado (ultimo cierre: "
                               CY-ANIO(CIE-NUM) ")."
                           MOVE 8 TO CIE-RC
                       END-IF
                   END-IF
                   IF CIE-NUM NOT < 100
                       DISPLAY "cierres.dat esta lleno."
                       MOVE 8 TO CIE-RC
                   END-IF
               END-IF
           END-IF
           IF CIE-RC = 0
               MOVE CIE-ANIO TO CIE-ANIO-TXT
               MOVE SPACES TO CIE-NOMBRE-AUDITORIA
               STRING "auditoria-" DELIMITED BY SIZE
                   CIE-ANIO-TXT DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO CIE-NOMBRE-AUDITORIA
               END-STRING
               MOVE SPACES TO CIE-NOMBRE-INTER
               STRING "interacciones-" DELIMITED BY SIZE
                   CIE-ANIO-TXT DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO CIE-NOMBRE-INTER
               END-STRING
           END-IF.

      * The snapshot is only worth keeping if contactos.dat is what
      * the trail says it is: the close runs VERIFICAR first and is
      * refused on any difference.
       VERIFICAR-ANTES-DEL-CIERRE.
           PERFORM EJECUTAR-VERIFICACION
           MOVE SPACES TO CIERRE-LINEA
           STRING "Verificacion previa: diferencias=" DELIMITED BY SIZE
               VER-DIFERENCIAS DELIMITED BY SIZE
               " entradas-no-aplicables=" DELIMITED BY SIZE
               VER-NO-APLICADAS DELIMITED BY SIZE
               " RC=" DELIMITED BY SIZE
               VER-RC DELIMITED BY SIZE
               INTO CIERRE-LINEA
           END-STRING
           WRITE CIERRE-LINEA
           IF VER-RC NOT = 0
               MOVE "CIERRE RECHAZADO: contactos.dat no coincide con la
      -            " auditoria (ver verificacion.rpt)." TO CIERRE-LINEA
               WRITE CIERRE-LINEA
               DISPLAY "contactos.dat no coincide con la auditoria; "
                   "corrija antes de cerrar."
               MOVE 8 TO CIE-RC
           END-IF.

      * cierre-AAAA.dat: contactos.dat as of the last audit line, in
      * the respaldo format, so RECUPERAR can start from it like from
      * any snapshot generation.
       ESCRIBIR-INSTANTANEA-CIERRE.
           PERFORM BUSCAR-ULTIMO-TS-AUDITORIA
           MOVE RESP-TS-CORTE TO CIE-CORTE
           MOVE SPACES TO RESP-NOMBRE-ARCHIVO
           STRING "cierre-" DELIMITED BY SIZE
               CIE-ANIO-TXT DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO RESP-NOMBRE-ARCHIVO
           END-STRING
           MOVE 0 TO RESP-RC
           MOVE 0 TO RESP-CONTACTOS
           PERFORM ESCRIBIR-RESPALDO
           MOVE RESP-CONTACTOS TO CIE-CONTACTOS
           IF RESP-RC NOT = 0
               MOVE 8 TO CIE-RC
           ELSE
               OPEN INPUT RESPALDO-FILE
               IF RESP-STATUS = "00"
                   READ RESPALDO-FILE
                       AT END
                           MOVE SPACES TO RESP-REGISTRO
                   END-READ
                   MOVE 'N' TO RESP-EOF
                   PERFORM UNTIL RESP-EOF = 'S'
                       READ RESPALDO-FILE
                           AT END
                               MOVE 'S' TO RESP-EOF
                           NOT AT END
                               ADD 1 TO CIE-CONT-RELEIDOS
                       END-READ
                   END-PERFORM
                   CLOSE RESPALDO-FILE
               END-IF
               IF CIE-CONT-RELEIDOS NOT = CIE-CONTACTOS
                   MOVE 8 TO CIE-RC
               END-IF
           END-IF.

      * Lines stamped in the closed year or before go to the yearly
      * archive, the rest to auditoria.tmp. The ALTA/BAJA lines moved
      * are added to the previous close's cumulative counts for the
      * monthly summary.
       SEPARAR-AUDITORIA-CIERRE.
           MOVE SPACES TO HIST-FILTRO-NOMBRE
           MOVE SPACES TO HIST-FILTRO-OPER
           MOVE SPACES TO HIST-FILTRO-DESDE
           MOVE SPACES TO HIST-FILTRO-HASTA
           MOVE SPACES TO HIST-FILTRO-OP
           IF CIE-NUM > 0
               MOVE CY-ALTAS(CIE-NUM) TO CIE-ALTAS
               MOVE CY-BAJAS(CIE-NUM) TO CIE-BAJAS
           END-IF
           OPEN INPUT AUDIT-FILE
           OPEN OUTPUT AUDIT-ANUAL
           OPEN OUTPUT AUDIT-TEMP
           IF AUDIT-STATUS NOT = "00" OR CIEAUD-STATUS NOT = "00"
               OR AUDTMP-STATUS NOT = "00"
               DISPLAY "Error al separar auditoria.dat ("
                   AUDIT-STATUS "/" CIEAUD-STATUS "/"
                   AUDTMP-STATUS ")."
               MOVE 8 TO CIE-RC
           ELSE
               MOVE 'N' TO HIST-EOF
               PERFORM UNTIL HIST-EOF = 'S'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'S' TO HIST-EOF
                       NOT AT END
                           PERFORM REPARTIR-LINEA-AUDITORIA
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AUDIT-FILE
           CLOSE AUDIT-ANUAL
           CLOSE AUDIT-TEMP
           IF CIE-AUD-ARCH + CIE-AUD-VIVAS NOT = CIE-AUD-ANTES
               MOVE 8 TO CIE-RC
           END-IF.

       REPARTIR-LINEA-AUDITORIA.
           ADD 1 TO CIE-AUD-ANTES
           IF AUDIT-LINEA(1:4) NOT > CIE-ANIO-TXT
               MOVE AUDIT-LINEA TO AUDANU-LINEA
               WRITE AUDANU-LINEA
               ADD 1 TO CIE-AUD-ARCH
               PERFORM EVALUAR-LINEA-AUDITORIA
               EVALUATE FUNCTION TRIM(HIST-OPER)
                   WHEN "ALTA"
                   WHEN "ALTA-CSV"
                   WHEN "REACTIVA"
                       ADD 1 TO CIE-ALTAS
                   WHEN "BAJA"
                       ADD 1 TO CIE-BAJAS
               END-EVALUATE
           ELSE
               MOVE AUDIT-LINEA TO AUDTMP-LINEA
               WRITE AUDTMP-LINEA
               ADD 1 TO CIE-AUD-VIVAS
           END-IF.

      * An interaction of the closed year or before is archived unless
      * it carries a follow-up that is still open - no operator-logged
      * interaction with the contact came after it, the rule of the
      * calendar export. Deciding that needs each contact's
      * interactions newest first, so the log goes through the sort
      * twice: by contact to decide, then back by position to split
      * the file in its own order.
       SEPARAR-INTERACCIONES-CIERRE.
           MOVE 0 TO CIE-POSICION
           OPEN OUTPUT WORK-ORDEN
           IF ORDEN-STATUS NOT = "00"
               DISPLAY "Error al crear ordena-entrada.tmp: "
                   ORDEN-STATUS
               MOVE 8 TO CIE-RC
           ELSE
               OPEN INPUT INTERACCIONES-FILE
               IF INTER-STATUS = "00"
                   MOVE 'N' TO INTER-EOF
                   PERFORM UNTIL INTER-EOF = 'S'
                       READ INTERACCIONES-FILE
                           AT END
                               MOVE 'S' TO INTER-EOF
                           NOT AT END
                               ADD 1 TO CIE-POSICION
                               PERFORM EXTRAER-INTERACCION-CIERRE
                       END-READ
                   END-PERFORM
                   CLOSE INTERACCIONES-FILE
               END-IF
               CLOSE WORK-ORDEN
               SORT ORDENA-FILE ON ASCENDING KEY ORDENA-CLAVE
                   USING WORK-ORDEN GIVING WORK-ORDENADO
               PERFORM DECIDIR-INTERACCIONES-CIERRE
               IF CIE-RC = 0
                   SORT ORDENA-FILE ON ASCENDING KEY ORDENA-CLAVE
                       USING WORK-ORDEN GIVING WORK-ORDENADO
                   PERFORM REPARTIR-INTERACCIONES-CIERRE
               END-IF
           END-IF
           IF CIE-INT-ARCH + CIE-INT-VIVAS NOT = CIE-INT-ANTES
               OR CIE-INT-ANTES NOT = CIE-POSICION
               MOVE 8 TO CIE-RC
           END-IF.

       EXTRAER-INTERACCION-CIERRE.
           MOVE SPACES TO CIE-INT-DET
           MOVE IN-NOMBRE TO CX-NOMBRE
           COMPUTE CX-ORDEN = 9999999 - CIE-POSICION
           MOVE CIE-POSICION TO CX-POSICION
           MOVE 'S' TO CX-MANUAL
           IF FUNCTION UPPER-CASE(IN-TIPO) = "CAMPANA"
               OR IN-NOTA(1:8) = "Rebote: "
               MOVE 'N' TO CX-MANUAL
           END-IF
           MOVE 'N' TO CX-SEGUIMIENTO
           IF IN-SEGUIMIENTO NOT = SPACES
               MOVE 'S' TO CX-SEGUIMIENTO
           END-IF
           MOVE IN-FECHA(7:4) TO CX-ANIO
           MOVE SPACES TO ORDEN-REGISTRO
           MOVE CIE-INT-DET TO ORDEN-REGISTRO
           WRITE ORDEN-REGISTRO.

      * Newest first per contact: a later operator-logged interaction
      * has already gone by when a follow-up comes up. The decisions
      * go back to the sort input keyed by position. A date whose
      * year cannot be read stays live.
       DECIDIR-INTERACCIONES-CIERRE.
           OPEN INPUT WORK-ORDENADO
           OPEN OUTPUT WORK-ORDEN
           IF ORDENADO-STATUS NOT = "00" OR ORDEN-STATUS NOT = "00"
               DISPLAY "Error en los archivos de ordenacion ("
                   ORDENADO-STATUS "/" ORDEN-STATUS ")."
               MOVE 8 TO CIE-RC
           ELSE
               MOVE HIGH-VALUES TO CIE-NOMBRE-ANT
               MOVE 'N' TO ORDEN-EOF
               PERFORM UNTIL ORDEN-EOF = 'S'
                   READ WORK-ORDENADO
                       AT END
                           MOVE 'S' TO ORDEN-EOF
                       NOT AT END
                           MOVE ORDENADO-REGISTRO(1:54) TO CIE-INT-DET
                           IF CX-NOMBRE NOT = CIE-NOMBRE-ANT
                               MOVE CX-NOMBRE TO CIE-NOMBRE-ANT
                               MOVE 'N' TO CIE-CERRADO
                           END-IF
                           MOVE SPACES TO CIE-DEC-DET
                           MOVE CX-POSICION TO CD-POSICION
                           IF CX-ANIO IS NOT NUMERIC
                               OR CX-ANIO > CIE-ANIO-TXT
                               MOVE 'V' TO CD-DESTINO
                           ELSE
                               IF CX-SEGUIMIENTO = 'S'
                                   AND CIE-CERRADO = 'N'
                                   MOVE 'V' TO CD-DESTINO
                                   ADD 1 TO CIE-INT-ABIERTAS
                               ELSE
                                   MOVE 'A' TO CD-DESTINO
                               END-IF
                           END-IF
                           IF CX-MANUAL = 'S'
                               MOVE 'S' TO CIE-CERRADO
                           END-IF
                           MOVE SPACES TO ORDEN-REGISTRO
                           MOVE CIE-DEC-DET TO ORDEN-REGISTRO
                           WRITE ORDEN-REGISTRO
                   END-READ
               END-PERFORM
           END-IF
           CLOSE WORK-ORDENADO
           CLOSE WORK-ORDEN.

      * interacciones.dat and the decisions, now in the same order,
      * are read side by side; a decision that does not belong to the
      * line in hand stops the split.
       REPARTIR-INTERACCIONES-CIERRE.
           OPEN INPUT WORK-ORDENADO
           OPEN OUTPUT INTER-ANUAL
           OPEN OUTPUT INTER-TEMP
           OPEN INPUT INTERACCIONES-FILE
           IF ORDENADO-STATUS NOT = "00" OR CIEINT-STATUS NOT = "00"
               OR INTTMP-STATUS NOT = "00"
               OR (INTER-STATUS NOT = "00" AND NOT INTER-NOT-FOUND)
               DISPLAY "Error al separar interacciones.dat ("
                   INTER-STATUS "/" CIEINT-STATUS "/"
                   INTTMP-STATUS ")."
               MOVE 8 TO CIE-RC
           ELSE
               MOVE 'N' TO INTER-EOF
               IF INTER-NOT-FOUND
                   MOVE 'S' TO INTER-EOF
               END-IF
               MOVE 0 TO CIE-LINEAS
               PERFORM UNTIL INTER-EOF = 'S'
                   READ INTERACCIONES-FILE
                       AT END
                           MOVE 'S' TO INTER-EOF
                       NOT AT END
                           ADD 1 TO CIE-LINEAS
                           PERFORM REPARTIR-INTERACCION-CIERRE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE WORK-ORDENADO
           CLOSE INTER-ANUAL
           CLOSE INTER-TEMP
           CLOSE INTERACCIONES-FILE.

       REPARTIR-INTERACCION-CIERRE.
           ADD 1 TO CIE-INT-ANTES
           MOVE SPACES TO CIE-DEC-DET
           MOVE 0 TO CD-POSICION
           READ WORK-ORDENADO
               AT END
                   MOVE 8 TO CIE-RC
               NOT AT END
                   MOVE ORDENADO-REGISTRO(1:42) TO CIE-DEC-DET
           END-READ
           IF CD-POSICION NOT = CIE-LINEAS
               MOVE 8 TO CIE-RC
               MOVE 'V' TO CD-DESTINO
           END-IF
           IF CD-DESTINO = 'A'
               MOVE INTERACCION-REGISTRO TO INTANU-REGISTRO
               WRITE INTANU-REGISTRO
               ADD 1 TO CIE-INT-ARCH
           ELSE
               MOVE INTERACCION-REGISTRO TO INTTMP-REGISTRO
               WRITE INTTMP-REGISTRO
               ADD 1 TO CIE-INT-VIVAS
           END-IF.

      * Proof before anything live is touched: the archives and the
      * temps are read back and must hold exactly what was written.
       RELEER-SEPARACION-CIERRE.
           MOVE CIE-NOMBRE-AUDITORIA TO AUDIT-NOMBRE-ARCHIVO
           PERFORM CONTAR-LINEAS-AUDITORIA
           MOVE CIE-LINEAS TO CIE-AUD-ARCH-REL
           MOVE "auditoria.tmp" TO AUDIT-NOMBRE-ARCHIVO
           PERFORM CONTAR-LINEAS-AUDITORIA
           MOVE CIE-LINEAS TO CIE-AUD-TMP-REL
           MOVE CIE-NOMBRE-INTER TO INTER-NOMBRE-ARCHIVO
           PERFORM CONTAR-LINEAS-INTERACCIONES
           MOVE CIE-LINEAS TO CIE-INT-ARCH-REL
           MOVE "interacciones.tmp" TO INTER-NOMBRE-ARCHIVO
           PERFORM CONTAR-LINEAS-INTERACCIONES
           MOVE CIE-LINEAS TO CIE-INT-TMP-REL
           IF CIE-AUD-ARCH-REL NOT = CIE-AUD-ARCH
               OR CIE-AUD-TMP-REL NOT = CIE-AUD-VIVAS
               OR CIE-INT-ARCH-REL NOT = CIE-INT-ARCH
               OR CIE-INT-TMP-REL NOT = CIE-INT-VIVAS
               MOVE 8 TO CIE-RC
           END-IF.

      * Line count of the audit-format file AUDIT-NOMBRE-ARCHIVO names
      * (none = 0); the name is set back to auditoria.dat.
       CONTAR-LINEAS-AUDITORIA.
           MOVE 0 TO CIE-LINEAS
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS = "00"
               MOVE 'N' TO CIE-EOF
               PERFORM UNTIL CIE-EOF = 'S'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'S' TO CIE-EOF
                       NOT AT END
                           ADD 1 TO CIE-LINEAS
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           MOVE "auditoria.dat" TO AUDIT-NOMBRE-ARCHIVO.

       CONTAR-LINEAS-INTERACCIONES.
           MOVE 0 TO CIE-LINEAS
           OPEN INPUT INTERACCIONES-FILE
           IF INTER-STATUS = "00"
               MOVE 'N' TO CIE-EOF
               PERFORM UNTIL CIE-EOF = 'S'
                   READ INTERACCIONES-FILE
                       AT END
                           MOVE 'S' TO CIE-EOF
                       NOT AT END
                           ADD 1 TO CIE-LINEAS
                   END-READ
               END-PERFORM
               CLOSE INTERACCIONES-FILE
           END-IF
           MOVE "interacciones.dat" TO INTER-NOMBRE-ARCHIVO.

      * The row in cierres.dat goes first: should a live file then
      * fail to be replaced, a reader counts some lines twice but none
      * is lost, and the temps still hold the intended live files.
       CONFIRMAR-CIERRE.
           MOVE CIE-ANIO TO CI-ANIO
           MOVE FUNCTION CURRENT-DATE TO WS-HOY
           MOVE WS-HOY(1:14) TO CI-FECHA-HORA
           MOVE OPERADOR-ACTUAL TO CI-OPERADOR
           MOVE CIE-CORTE TO CI-CORTE
           MOVE CIE-CONTACTOS TO CI-CONTACTOS
           MOVE CIE-AUD-ARCH TO CI-AUD-ARCHIVADAS
           MOVE CIE-AUD-VIVAS TO CI-AUD-VIVAS
           MOVE CIE-INT-ARCH TO CI-INT-ARCHIVADAS
           MOVE CIE-INT-VIVAS TO CI-INT-VIVAS
           MOVE CIE-ALTAS TO CI-ACT-ALTAS
           MOVE CIE-BAJAS TO CI-ACT-BAJAS
           MOVE VER-NO-APLICADAS TO CI-NO-APLICADAS
           OPEN EXTEND CIERRES-FILE
           IF CIE-NOT-FOUND
               CLOSE CIERRES-FILE
               OPEN OUTPUT CIERRES-FILE
           END-IF
           IF CIE-STATUS NOT = "00"
               DISPLAY "Error al escribir cierres.dat (" CIE-STATUS
                   ")."
               MOVE 8 TO CIE-RC
           ELSE
               WRITE CIERRE-REGISTRO
               CLOSE CIERRES-FILE
               MOVE 'R' TO CIE-FASE
               PERFORM COPIAR-TEMP-A-AUDITORIA
               IF AUDTMP-STATUS NOT = "00" OR AUDIT-STATUS NOT = "00"
                   MOVE 8 TO CIE-RC
               END-IF
               PERFORM COPIAR-TEMP-A-INTERACCIONES
               IF INTTMP-STATUS NOT = "00" OR INTER-STATUS NOT = "00"
                   MOVE 8 TO CIE-RC
               END-IF
               PERFORM CONTAR-LINEAS-AUDITORIA
               MOVE CIE-LINEAS TO CIE-AUD-VIVAS-REL
               PERFORM CONTAR-LINEAS-INTERACCIONES
               MOVE CIE-LINEAS TO CIE-INT-VIVAS-REL
               IF CIE-AUD-VIVAS-REL NOT = CIE-AUD-VIVAS
                   OR CIE-INT-VIVAS-REL NOT = CIE-INT-VIVAS
                   MOVE 8 TO CIE-RC
               END-IF
               IF CIE-RC = 0
                   MOVE 'C' TO CIE-FASE
               END-IF
               MOVE "CIERRE" TO AUD-OPERACION
               MOVE SPACES TO AUD-NOMBRE
               STRING "ejercicio " DELIMITED BY SIZE
                   CIE-ANIO-TXT DELIMITED BY SIZE
                   INTO AUD-NOMBRE
               END-STRING
               MOVE SPACES TO AUD-ANTERIOR
               STRING "auditoria=" DELIMITED BY SIZE
                   CIE-AUD-ANTES DELIMITED BY SIZE
                   " interacciones=" DELIMITED BY SIZE
                   CIE-INT-ANTES DELIMITED BY SIZE
                   " contactos=" DELIMITED BY SIZE
                   CIE-CONTACTOS DELIMITED BY SIZE
                   INTO AUD-ANTERIOR
               END-STRING
               MOVE SPACES TO AUD-NUEVO
               STRING "archivadas: auditoria=" DELIMITED BY SIZE
                   CIE-AUD-ARCH DELIMITED BY SIZE
                   " interacciones=" DELIMITED BY SIZE
                   CIE-INT-ARCH DELIMITED BY SIZE
                   " rc=" DELIMITED BY SIZE
                   CIE-RC DELIMITED BY SIZE
                   INTO AUD-NUEVO
               END-STRING
               PERFORM REGISTRAR-AUDITORIA
           END-IF.

      * Same truncating copy-back as COPIAR-TEMP-A-INTERACCIONES:
      * the audit file (live or a yearly archive) is only emptied once
      * auditoria.tmp opened.
       COPIAR-TEMP-A-AUDITORIA.
           OPEN INPUT AUDIT-TEMP
           IF AUDTMP-STATUS NOT = "00"
               DISPLAY "Advertencia: no se pudo releer auditoria.tmp ("
                   AUDTMP-STATUS "); "
                   FUNCTION TRIM(AUDIT-NOMBRE-ARCHIVO)
                   " queda sin cambios."
           ELSE
               OPEN OUTPUT AUDIT-FILE
               IF AUDIT-STATUS NOT = "00"
                   DISPLAY "Advertencia: no se pudo reescribir "
                       FUNCTION TRIM(AUDIT-NOMBRE-ARCHIVO) " ("
                       AUDIT-STATUS "); se conserva auditoria.tmp."
                   CLOSE AUDIT-TEMP
               ELSE
                   MOVE 'N' TO CIE-EOF
                   PERFORM UNTIL CIE-EOF = 'S'
                       READ AUDIT-TEMP
                           AT END
                               MOVE 'S' TO CIE-EOF
                           NOT AT END
                               MOVE AUDTMP-LINEA TO AUDIT-LINEA
                               WRITE AUDIT-LINEA
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-TEMP
                   CLOSE AUDIT-FILE
               END-IF
           END-IF.

      * Control report: each file before the close, where its records
      * went, and what the files written hold when read back.
       ESCRIBIR-TOTALES-CIERRE.
           MOVE SPACES TO CIERRE-LINEA
           STRING "contactos.dat      antes=" DELIMITED BY SIZE
               CIE-CONTACTOS DELIMITED BY SIZE
               "  instantanea cierre-" DELIMITED BY SIZE
               CIE-ANIO-TXT DELIMITED BY SIZE
               ".dat=" DELIMITED BY SIZE
               CIE-CONT-RELEIDOS DELIMITED BY SIZE
               "  corte=" DELIMITED BY SIZE
               CIE-CORTE DELIMITED BY SIZE
               INTO CIERRE-LINEA
           END-STRING
           WRITE CIERRE-LINEA
           MOVE SPACES TO CIERRE-LINEA
           STRING "auditoria.dat      antes=" DELIMITED BY SIZE
               CIE-AUD-ANTES DELIMITED BY SIZE
               "  archivadas=" DELIMITED BY SIZE
               CIE-AUD-ARCH DELIMITED BY SIZE
               "  quedan=" DELIMITED BY SIZE
               CIE-AUD-VIVAS DELIMITED BY SIZE
               INTO CIERRE-LINEA
           END-STRING
           WRITE CIERRE-LINEA
           MOVE SPACES TO CIERRE-LINEA
           STRING "   releidas: " DELIMITED BY SIZE
               CIE-NOMBRE-AUDITORIA DELIMITED BY SPACE
               "=" DELIMITED BY SIZE
               CIE-AUD-ARCH-REL DELIMITED BY SIZE
               "  auditoria.tmp=" DELIMITED BY SIZE
               CIE-AUD-TMP-REL DELIMITED BY SIZE
               "  auditoria.dat=" DELIMITED BY SIZE
               CIE-AUD-VIVAS-REL DELIMITED BY SIZE
               INTO CIERRE-LINEA
           END-STRING
           WRITE CIERRE-LINEA
           MOVE SPACES TO CIERRE-LINEA
           STRING "interacciones.dat  antes=" DELIMITED BY SIZE
               CIE-INT-ANTES DELIMITED BY SIZE
               "  archivadas=" DELIMITED BY SIZE
               CIE-INT-ARCH DELIMITED BY SIZE
               "  quedan=" DELIMITED BY SIZE
               CIE-INT-VIVAS DELIMITED BY SIZE
               " (seguimientos abiertos=" DELIMITED BY SIZE
               CIE-INT-ABIERTAS DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO CIERRE-LINEA
           END-STRING
           WRITE CIERRE-LINEA
           MOVE SPACES TO CIERRE-LINEA
           STRING "   releidas: " DELIMITED BY SIZE
               CIE-NOMBRE-INTER DELIMITED BY SPACE
               "=" DELIMITED BY SIZE
               CIE-INT-ARCH-REL DELIMITED BY SIZE
               "  interacciones.tmp=" DELIMITED BY SIZE
               CIE-INT-TMP-REL DELIMITED BY SIZE
               "  interacciones.dat=" DELIMITED BY SIZE
               CIE-INT-VIVAS-REL DELIMITED BY SIZE
               INTO CIERRE-LINEA
           END-STRING
           WRITE CIERRE-LINEA
           EVALUATE TRUE
               WHEN CIE-FASE = 'C'
                   MOVE "RESULTADO: CIERRE COMPLETO, cuentas cuadradas"
                       TO CIERRE-LINEA
               WHEN CIE-FASE = 'R'
                   MOVE "RESULTADO: ERROR al reemplazar los archivos vi
      -                "vos; restaurarlos desde auditoria.tmp e interacc
      -                "iones.tmp" TO CIERRE-LINEA
               WHEN OTHER
                   MOVE "RESULTADO: CIERRE NO REALIZADO; auditoria.dat
      -                "e interacciones.dat sin cambios" TO CIERRE-LINEA
           END-EVALUATE
           WRITE CIERRE-LINEA
           MOVE SPACES TO CIERRE-LINEA
           STRING "RC=" DELIMITED BY SIZE
               CIE-RC DELIMITED BY SIZE
               INTO CIERRE-LINEA
           END-STRING
           WRITE CIERRE-LINEA.

      * Subject-access extract (supervisor): everything held about one
      * name, from every file that can carry it, into a single dated
      * report extracto-AAAAMMDD-hhmmss.rpt. The name must be written
      * exactly as stored, as in the other lookups by name.
       EXTRAER-DATOS-PERSONA.
           DISPLAY "Nombre de la persona: "
           ACCEPT EXT-NOMBRE
           IF EXT-NOMBRE = SPACES
               DISPLAY "Extracto cancelado."
           ELSE
               PERFORM EJECUTAR-EXTRACTO
           END-IF.

      * EXT-RC: 0 written with data, 4 written but nothing found for
      * the name, 8 the report could not be created.
       EJECUTAR-EXTRACTO.
           MOVE 0 TO EXT-RC
           MOVE 0 TO EXT-TOTAL
           MOVE 0 TO EXT-NUM-EMAILS
           MOVE FUNCTION CURRENT-DATE TO WS-HOY
           MOVE SPACES TO EXT-NOMBRE-REPORTE
           STRING "extracto-" DELIMITED BY SIZE
               WS-HOY(1:8) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-HOY(9:6) DELIMITED BY SIZE
               ".rpt" DELIMITED BY SIZE
               INTO EXT-NOMBRE-REPORTE
           END-STRING
           OPEN OUTPUT RPT-EXTRACTO
           IF EXT-STATUS NOT = "00"
               DISPLAY "Error al crear "
                   FUNCTION TRIM(EXT-NOMBRE-REPORTE) ": " EXT-STATUS
               MOVE 8 TO EXT-RC
           ELSE
               MOVE "=== EXTRACTO DE DATOS PERSONALES ==="
                   TO EXTRACTO-LINEA
               WRITE EXTRACTO-LINEA
               MOVE SPACES TO EXTRACTO-LINEA
               STRING "Persona: " DELIMITED BY SIZE
                   EXT-NOMBRE DELIMITED BY SIZE
                   INTO EXTRACTO-LINEA
               END-STRING
               WRITE EXTRACTO-LINEA
               MOVE SPACES TO EXTRACTO-LINEA
               STRING "Fecha: " DELIMITED BY SIZE
                   WS-HOY(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-HOY(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-HOY(1:4) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HOY(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-HOY(11:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-HOY(13:2) DELIMITED BY SIZE
                   "  op: " DELIMITED BY SIZE
                   OPERADOR-ACTUAL DELIMITED BY SIZE
                   INTO EXTRACTO-LINEA
               END-STRING
               WRITE EXTRACTO-LINEA
               PERFORM EXTRAER-CONTACTO-VIVO
               PERFORM EXTRAER-CONTACTO-ARCHIVADO
               PERFORM EXTRAER-COMUNICACIONES
               PERFORM EXTRAER-CONSENTIMIENTOS
               PERFORM EXTRAER-RELACIONES
               PERFORM EXTRAER-INTERACCIONES
               PERFORM EXTRAER-AUDITORIA
               PERFORM EXTRAER-ENVIOS-CAMPANA
               PERFORM EXTRAER-MANIFIESTOS
               MOVE SPACES TO EXTRACTO-LINEA
               WRITE EXTRACTO-LINEA
               MOVE SPACES TO EXTRACTO-LINEA
               STRING "Total de registros: " DELIMITED BY SIZE
                   EXT-TOTAL DELIMITED BY SIZE
                   INTO EXTRACTO-LINEA
               END-STRING
               WRITE EXTRACTO-LINEA
               CLOSE RPT-EXTRACTO
               IF EXT-TOTAL = 0
                   MOVE 4 TO EXT-RC
                   DISPLAY "No hay datos de "
                       FUNCTION TRIM(EXT-NOMBRE) " en ningun archivo."
               END-IF
               DISPLAY "Extracto escrito en "
                   FUNCTION TRIM(EXT-NOMBRE-REPORTE) " ("
                   EXT-TOTAL " registros)."
           END-IF.

      * Section heading for the file in EXT-FUENTE; its lines are
      * counted in EXT-SECCION.
       ABRIR-SECCION-EXTRACTO.
           MOVE 0 TO EXT-SECCION
           MOVE SPACES TO EXTRACTO-LINEA
           WRITE EXTRACTO-LINEA
           MOVE SPACES TO EXTRACTO-LINEA
           STRING "--- " DELIMITED BY SIZE
               FUNCTION TRIM(EXT-FUENTE) DELIMITED BY SIZE
               " ---" DELIMITED BY SIZE
               INTO EXTRACTO-LINEA
           END-STRING
           WRITE EXTRACTO-LINEA.

       CERRAR-SECCION-EXTRACTO.
           IF EXT-SECCION = 0
               MOVE "  (sin registros)" TO EXTRACTO-LINEA
               WRITE EXTRACTO-LINEA
           END-IF
           ADD EXT-SECCION TO EXT-TOTAL.

      * Writes the detail line already built in EXTRACTO-LINEA.
       ESCRIBIR-LINEA-EXTRACTO.
           WRITE EXTRACTO-LINEA
           ADD 1 TO EXT-SECCION.

      * Keeps EXT-EMAIL-BUS in the person's address list (once) if it
      * looks like an email address.
       ANOTAR-EMAIL-EXTRACTO.
           MOVE 0 TO WS-AT-COUNT
           INSPECT EXT-EMAIL-BUS TALLYING WS-AT-COUNT FOR ALL "@"
           IF WS-AT-COUNT > 0
               PERFORM BUSCAR-EMAIL-EXTRACTO
               IF EXT-EMAIL-HALLADO = 'N' AND EXT-NUM-EMAILS < 20
                   ADD 1 TO EXT-NUM-EMAILS
                   MOVE EXT-EMAIL-BUS TO EXT-EMAIL(EXT-NUM-EMAILS)
               END-IF
           END-IF.

       BUSCAR-EMAIL-EXTRACTO.
           MOVE 'N' TO EXT-EMAIL-HALLADO
           IF EXT-EMAIL-BUS NOT = SPACES
               PERFORM VARYING EXT-POS FROM 1 BY 1
                   UNTIL EXT-POS > EXT-NUM-EMAILS
                   IF FUNCTION UPPER-CASE(EXT-EMAIL(EXT-POS))
                       = FUNCTION UPPER-CASE(EXT-EMAIL-BUS)
                       MOVE 'S' TO EXT-EMAIL-HALLADO
                   END-IF
               END-PERFORM
           END-IF.

       EXTRAER-CONTACTO-VIVO.
           MOVE "contactos.dat" TO EXT-FUENTE
           PERFORM ABRIR-SECCION-EXTRACTO
           MOVE EXT-NOMBRE TO C-NOMBRE
           READ CONTACTOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM FORMATEAR-VALORES-ACTUALES
                   MOVE SPACES TO EXTRACTO-LINEA
                   STRING "  " DELIMITED BY SIZE
                       AUD-VALORES-TEMP DELIMITED BY SIZE
                       INTO EXTRACTO-LINEA
                   END-STRING
                   PERFORM ESCRIBIR-LINEA-EXTRACTO
                   MOVE C-EMAIL TO EXT-EMAIL-BUS
                   PERFORM ANOTAR-EMAIL-EXTRACTO
           END-READ
           PERFORM CERRAR-SECCION-EXTRACTO.

       EXTRAER-CONTACTO-ARCHIVADO.
           MOVE "CONTACTOS-ARCHIVE.DAT" TO EXT-FUENTE
           PERFORM ABRIR-SECCION-EXTRACTO
           OPEN INPUT CONTACTOS-ARCHIVE
           IF ARCHIVE-STATUS = "00"
               MOVE 'N' TO EXT-EOF
               PERFORM UNTIL EXT-EOF = 'S'
                   READ CONTACTOS-ARCHIVE
                       AT END
                           MOVE 'S' TO EXT-EOF
                       NOT AT END
                           PERFORM NORMALIZAR-REGISTRO-ARCHIVO
                           IF AR-NOMBRE = EXT-NOMBRE
                               MOVE SPACES TO EXTRACTO-LINEA
                               STRING "  baja=" DELIMITED BY SIZE
                                   AR-FECHA-BAJA DELIMITED BY SIZE
                                   " fecha=" DELIMITED BY SIZE
                                   AR-FECHA DELIMITED BY SIZE
                                   " anio=" DELIMITED BY SIZE
                                   AR-ANIO DELIMITED BY SIZE
                                   " tel=" DELIMITED BY SIZE
                                   AR-TELEFONO DELIMITED BY SIZE
                                   " email=" DELIMITED BY SIZE
                                   AR-EMAIL DELIMITED BY SIZE
                                   " categoria=" DELIMITED BY SIZE
                                   AR-CATEGORIA DELIMITED BY SIZE
                                   INTO EXTRACTO-LINEA
                               END-STRING
                               PERFORM ESCRIBIR-LINEA-EXTRACTO
                               MOVE AR-EMAIL TO EXT-EMAIL-BUS
                               PERFORM ANOTAR-EMAIL-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACTOS-ARCHIVE
           END-IF
           PERFORM CERRAR-SECCION-EXTRACTO.

      * Live and archived telephones/emails, both in the same layout.
       EXTRAER-COMUNICACIONES.
           MOVE "comunicaciones.dat" TO EXT-FUENTE
           PERFORM ABRIR-SECCION-EXTRACTO
           OPEN INPUT COMUNICACIONES-FILE
           IF COMU-STATUS = "00"
               MOVE 'N' TO EXT-EOF
               PERFORM UNTIL EXT-EOF = 'S'
                   READ COMUNICACIONES-FILE
                       AT END
                           MOVE 'S' TO EXT-EOF
                       NOT AT END
                           IF CO-NOMBRE = EXT-NOMBRE
                               MOVE COMUNICACION-REGISTRO
                                   TO EXT-COMU-DET
                               PERFORM ESCRIBIR-COMUNICACION-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMUNICACIONES-FILE
           END-IF
           PERFORM CERRAR-SECCION-EXTRACTO
           MOVE "COMUNICACIONES-ARCHIVE.DAT" TO EXT-FUENTE
           PERFORM ABRIR-SECCION-EXTRACTO
           OPEN INPUT COMU-ARCHIVE
           IF COMUARCH-STATUS = "00"
               MOVE 'N' TO EXT-EOF
               PERFORM UNTIL EXT-EOF = 'S'
                   READ COMU-ARCHIVE
                       AT END
                           MOVE 'S' TO EXT-EOF
                       NOT AT END
                           MOVE COMUARCH-REGISTRO TO EXT-COMU-DET
                           IF EC-NOMBRE = EXT-NOMBRE
                               PERFORM ESCRIBIR-COMUNICACION-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMU-ARCHIVE
           END-IF
           PERFORM CERRAR-SECCION-EXTRACTO.

       ESCRIBIR-COMUNICACION-EXTRACTO.
           MOVE SPACES TO EXTRACTO-LINEA
           STRING "  tipo=" DELIMITED BY SIZE
               EC-TIPO DELIMITED BY SIZE
               " valor=" DELIMITED BY SIZE
               EC-VALOR DELIMITED BY SIZE
               " preferido=" DELIMITED BY SIZE
               EC-PREFERIDO DELIMITED BY SIZE
               " estado=" DELIMITED BY SIZE
               EC-ESTADO DELIMITED BY SIZE
               INTO EXTRACTO-LINEA
           END-STRING
           PERFORM ESCRIBIR-LINEA-EXTRACTO
           MOVE EC-VALOR TO EXT-EMAIL-BUS
           PERFORM ANOTAR-EMAIL-EXTRACTO.

       EXTRAER-CONSENTIMIENTOS.
           MOVE "consentimientos.dat" TO EXT-FUENTE
           PERFORM ABRIR-SECCION-EXTRACTO
           OPEN INPUT CONSENT-FILE
           IF CONS-STATUS = "00"
               MOVE 'N' TO EXT-EOF
               PERFORM UNTIL EXT-EOF = 'S'
                   READ CONSENT-FILE
                       AT END
                           MOVE 'S' TO EXT-EOF
                       NOT AT END
                           IF CN-NOMBRE = EXT-NOMBRE
                               MOVE SPACES TO EXTRACTO-LINEA
                               STRING "  canal=" DELIMITED BY SIZE
                                   CN-CANAL DELIMITED BY SIZE
                                   " estado=" DELIMITED BY SIZE
                                   CN-ESTADO DELIMITED BY SIZE
                                   " fecha=" DELIMITED BY SIZE
                                   CN-FECHA DELIMITED BY SIZE
                                   " op: " DELIMITED BY SIZE
                                   CN-OPERADOR DELIMITED BY SIZE
                                   INTO EXTRACTO-LINEA
                               END-STRING
                               PERFORM ESCRIBIR-LINEA-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSENT-FILE
           END-IF
           PERFORM CERRAR-SECCION-EXTRACTO.

      * Relationships of the person, live and archived with the
      * removal.
       EXTRAER-RELACIONES.
           MOVE "relaciones.dat" TO EXT-FUENTE
           PERFORM ABRIR-SECCION-EXTRACTO
           OPEN INPUT RELACIONES-FILE
           IF REL-STATUS = "00"
               MOVE 'N' TO EXT-EOF
               PERFORM UNTIL EXT-EOF = 'S'
                   READ RELACIONES-FILE
                       AT END
                           MOVE 'S' TO EXT-EOF
                       NOT AT END
                           IF RL-NOMBRE-1 = EXT-NOMBRE
                               OR RL-NOMBRE-2 = EXT-NOMBRE
                               MOVE SPACES TO EXTRACTO-LINEA
                               STRING "  tipo=" DELIMITED BY SIZE
                                   RL-TIPO DELIMITED BY SIZE
                                   " de=" DELIMITED BY SIZE
                                   RL-NOMBRE-1 DELIMITED BY SIZE
                                   " con=" DELIMITED BY SIZE
                                   RL-NOMBRE-2 DELIMITED BY SIZE
                                   " fecha=" DELIMITED BY SIZE
                                   RL-FECHA DELIMITED BY SIZE
                                   " op: " DELIMITED BY SIZE
                                   RL-OPERADOR DELIMITED BY SIZE
                                   INTO EXTRACTO-LINEA
                               END-STRING
                               PERFORM ESCRIBIR-LINEA-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELACIONES-FILE
           END-IF
           PERFORM CERRAR-SECCION-EXTRACTO
           MOVE "RELACIONES-ARCHIVE.DAT" TO EXT-FUENTE
           PERFORM ABRIR-SECCION-EXTRACTO
           OPEN INPUT RELAC-ARCHIVE
           IF RELARCH-STATUS = "00"
               MOVE 'N' TO EXT-EOF
               PERFORM UNTIL EXT-EOF = 'S'
                   READ RELAC-ARCHIVE
                       AT END
                           MOVE 'S' TO EXT-EOF
                       NOT AT END
                           IF RA-NOMBRE-1 = EXT-NOMBRE
                               OR RA-NOMBRE-2 = EXT-NOMBRE
                               MOVE SPACES TO EXTRACTO-LINEA
                               STRING "  tipo=" DELIMITED BY SIZE
                                   RA-TIPO DELIMITED BY SIZE
                                   " de=" DELIMITED BY SIZE
                                   RA-NOMBRE-1 DELIMITED BY SIZE
                                   " con=" DELIMITED BY SIZE
                                   RA-NOMBRE-2 DELIMITED BY SIZE
                                   " fecha=" DELIMITED BY SIZE
                                   RA-FECHA DELIMITED BY SIZE
                                   " op: " DELIMITED BY SIZE
                                   RA-OPERADOR DELIMITED BY SIZE
                                   " baja=" DELIMITED BY SIZE
                                   RA-FECHA-BAJA DELIMITED BY SIZE
                                   INTO EXTRACTO-LINEA
                               END-STRING
                               PERFORM ESCRIBIR-LINEA-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELAC-ARCHIVE
           END-IF
           PERFORM CERRAR-SECCION-EXTRACTO.

      * interacciones.dat, the removal archive and the yearly archives
      * of every closed year.
       EXTRAER-INTERACCIONES.
           MOVE "interacciones.dat" TO INTER-NOMBRE-ARCHIVO
           PERFORM EXTRAER-ARCHIVO-INTERACCIONES
           MOVE "INTERACCIONES-ARCHIVE.DAT" TO EXT-FUENTE
           PERFORM ABRIR-SECCION-EXTRACTO
           OPEN INPUT INTER-ARCHIVE
           IF INTARCH-STATUS = "00"
               MOVE 'N' TO EXT-EOF
               PERFORM UNTIL EXT-EOF = 'S'
                   READ INTER-ARCHIVE
                       AT END
                           MOVE 'S' TO EXT-EOF
                       NOT AT END
                           MOVE INTARCH-REGISTRO TO EXT-INTER-DET
                           IF EI-NOMBRE = EXT-NOMBRE
                               PERFORM ESCRIBIR-INTERACCION-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTER-ARCHIVE
           END-IF
           PERFORM CERRAR-SECCION-EXTRACTO
           PERFORM CARGAR-CIERRES
           PERFORM VARYING CIE-POS FROM 1 BY 1 UNTIL CIE-POS > CIE-NUM
               MOVE SPACES TO INTER-NOMBRE-ARCHIVO
               STRING "interacciones-" DELIMITED BY SIZE
                   CY-ANIO(CIE-POS) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO INTER-NOMBRE-ARCHIVO
               END-STRING
               PERFORM EXTRAER-ARCHIVO-INTERACCIONES
           END-PERFORM
           MOVE "interacciones.dat" TO INTER-NOMBRE-ARCHIVO.

       EXTRAER-ARCHIVO-INTERACCIONES.
           MOVE INTER-NOMBRE-ARCHIVO TO EXT-FUENTE
           PERFORM ABRIR-SECCION-EXTRACTO
           OPEN INPUT INTERACCIONES-FILE
           IF INTER-STATUS = "00"
               MOVE 'N' TO EXT-EOF
               PERFORM UNTIL EXT-EOF = 'S'
                   READ INTERACCIONES-FILE
                       AT END
                           MOVE 'S' TO EXT-EOF
                       NOT AT END
                           MOVE INTERACCION-REGISTRO TO EXT-INTER-DET
                           IF EI-NOMBRE = EXT-NOMBRE
                               PERFORM ESCRIBIR-INTERACCION-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERACCIONES-FILE
           END-IF
           PERFORM CERRAR-SECCION-EXTRACTO.

       ESCRIBIR-INTERACCION-EXTRACTO.
           MOVE SPACES TO EXTRACTO-LINEA
           STRING "  fecha=" DELIMITED BY SIZE
               EI-FECHA DELIMITED BY SIZE
               " tipo=" DELIMITED BY SIZE
               EI-TIPO DELIMITED BY SIZE
               " seguimiento=" DELIMITED BY SIZE
               EI-SEGUIMIENTO DELIMITED BY SIZE
               " nota=" DELIMITED BY SIZE
               EI-NOTA DELIMITED BY SIZE
               INTO EXTRACTO-LINEA
           END-STRING
           PERFORM ESCRIBIR-LINEA-EXTRACTO.

      * Audit lines under the name, plus the merges that absorbed it
      * and the relationships that name it, oldest first: the yearly
      * archives, then auditoria.dat.
       EXTRAER-AUDITORIA.
           MOVE SPACES TO HIST-FILTRO-NOMBRE
           MOVE SPACES TO HIST-FILTRO-OPER
           MOVE SPACES TO HIST-FILTRO-DESDE
           MOVE SPACES TO HIST-FILTRO-HASTA
           MOVE SPACES TO HIST-FILTRO-OP
           PERFORM CARGAR-CIERRES
           PERFORM VARYING CIE-POS FROM 1 BY 1 UNTIL CIE-POS > CIE-NUM
               MOVE SPACES TO AUDIT-NOMBRE-ARCHIVO
               STRING "auditoria-" DELIMITED BY SIZE
                   CY-ANIO(CIE-POS) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO AUDIT-NOMBRE-ARCHIVO
               END-STRING
               PERFORM EXTRAER-ARCHIVO-AUDITORIA
           END-PERFORM
           MOVE "auditoria.dat" TO AUDIT-NOMBRE-ARCHIVO
           PERFORM EXTRAER-ARCHIVO-AUDITORIA.

       EXTRAER-ARCHIVO-AUDITORIA.
           MOVE AUDIT-NOMBRE-ARCHIVO TO EXT-FUENTE
           PERFORM ABRIR-SECCION-EXTRACTO
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS = "00"
               MOVE 'N' TO EXT-EOF
               PERFORM UNTIL EXT-EOF = 'S'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'S' TO EXT-EOF
                       NOT AT END
                           PERFORM EVALUAR-LINEA-AUDITORIA
                           IF HIST-NOMBRE = EXT-NOMBRE
                               OR (HIST-OPER = "FUSION"
                               AND HIST-ANTES(1:18)
                                   = "antes: absorbe a: "
                               AND HIST-ANTES(19:30) = EXT-NOMBRE)
                               OR (HIST-OPER = "RELACION"
                               AND ((HIST-ANTES(8:5) = "tipo="
                               AND (HIST-ANTES(27:30) = EXT-NOMBRE
                               OR HIST-ANTES(62:30) = EXT-NOMBRE))
                               OR (HIST-DESPUES(10:5) = "tipo="
                               AND (HIST-DESPUES(29:30) = EXT-NOMBRE
                               OR HIST-DESPUES(64:30) = EXT-NOMBRE))))
                               MOVE SPACES TO EXTRACTO-LINEA
                               STRING "  " DELIMITED BY SIZE
                                   AUDIT-LINEA DELIMITED BY SIZE
                                   INTO EXTRACTO-LINEA
                               END-STRING
                               PERFORM ESCRIBIR-LINEA-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           PERFORM CERRAR-SECCION-EXTRACTO.

       EXTRAER-ENVIOS-CAMPANA.
           MOVE "campanas-envios.dat" TO EXT-FUENTE
           PERFORM ABRIR-SECCION-EXTRACTO
           OPEN INPUT CAMP-ENVIOS
           IF CENV-STATUS = "00"
               MOVE 'N' TO EXT-EOF
               PERFORM UNTIL EXT-EOF = 'S'
                   READ CAMP-ENVIOS
                       AT END
                           MOVE 'S' TO EXT-EOF
                       NOT AT END
                           IF CE-NOMBRE = EXT-NOMBRE
                               MOVE SPACES TO EXTRACTO-LINEA
                               STRING "  campana=" DELIMITED BY SIZE
                                   CE-CODIGO DELIMITED BY SIZE
                                   " fecha=" DELIMITED BY SIZE
                                   CE-FECHA DELIMITED BY SIZE
                                   " estado=" DELIMITED BY SIZE
                                   CE-ESTADO DELIMITED BY SIZE
                                   " motivo=" DELIMITED BY SIZE
                                   CE-MOTIVO DELIMITED BY SIZE
                                   " destino=" DELIMITED BY SIZE
                                   CE-DESTINO DELIMITED BY SIZE
                                   INTO EXTRACTO-LINEA
                               END-STRING
                               PERFORM ESCRIBIR-LINEA-EXTRACTO
                               MOVE CE-DESTINO TO EXT-EMAIL-BUS
                               PERFORM ANOTAR-EMAIL-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMP-ENVIOS
           END-IF
           PERFORM CERRAR-SECCION-EXTRACTO.

      * The letter manifests carry no name, only "archivo;email": the
      * person's lines are picked out by the addresses found above.
      * The campaign email lists also carry the name.
       EXTRAER-MANIFIESTOS.
           MOVE "cartas-manifiesto.txt" TO EXT-FUENTE
           PERFORM ABRIR-SECCION-EXTRACTO
           OPEN INPUT MANIFIESTO-FILE
           IF MANIF-STATUS = "00"
               MOVE 'N' TO EXT-EOF
               PERFORM UNTIL EXT-EOF = 'S'
                   READ MANIFIESTO-FILE
                       AT END
                           MOVE 'S' TO EXT-EOF
                       NOT AT END
                           MOVE SPACES TO EXT-CAMPO-1
                           MOVE SPACES TO EXT-CAMPO-2
                           UNSTRING MANIF-LINEA DELIMITED BY ";"
                               INTO EXT-CAMPO-1 EXT-CAMPO-2
                           END-UNSTRING
                           MOVE EXT-CAMPO-2 TO EXT-EMAIL-BUS
                           PERFORM BUSCAR-EMAIL-EXTRACTO
                           IF EXT-EMAIL-HALLADO = 'S'
                               MOVE SPACES TO EXTRACTO-LINEA
                               STRING "  " DELIMITED BY SIZE
                                   MANIF-LINEA DELIMITED BY SIZE
                                   INTO EXTRACTO-LINEA
                               END-STRING
                               PERFORM ESCRIBIR-LINEA-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFIESTO-FILE
           END-IF
           PERFORM CERRAR-SECCION-EXTRACTO
           OPEN INPUT CAMPANAS-FILE
           IF CAMP-STATUS = "00"
               MOVE 'N' TO EXT-EOF
               PERFORM UNTIL EXT-EOF = 'S'
                   READ CAMPANAS-FILE
                       AT END
                           MOVE 'S' TO EXT-EOF
                       NOT AT END
                           PERFORM EXTRAER-MANIFIESTO-CAMPANA
                   END-READ
               END-PERFORM
               CLOSE CAMPANAS-FILE
           END-IF.

      * A campaign that never ran (or one without an email list) has
      * no file, and then no section either.
       EXTRAER-MANIFIESTO-CAMPANA.
           MOVE SPACES TO CAMP-NOMBRE-MANIFIESTO
           STRING FUNCTION TRIM(CP-CODIGO) DELIMITED BY SIZE
               "-manifiesto.txt" DELIMITED BY SIZE
               INTO CAMP-NOMBRE-MANIFIESTO
           END-STRING
           MOVE SPACES TO CAMP-NOMBRE-LISTA
           STRING FUNCTION TRIM(CP-CODIGO) DELIMITED BY SIZE
               "-emails.txt" DELIMITED BY SIZE
               INTO CAMP-NOMBRE-LISTA
           END-STRING
           OPEN INPUT CAMP-MANIFIESTO
           IF CMAN-STATUS = "00"
               MOVE CAMP-NOMBRE-MANIFIESTO TO EXT-FUENTE
               PERFORM ABRIR-SECCION-EXTRACTO
               MOVE 'N' TO EXT-MAN-EOF
               PERFORM UNTIL EXT-MAN-EOF = 'S'
                   READ CAMP-MANIFIESTO
                       AT END
                           MOVE 'S' TO EXT-MAN-EOF
                       NOT AT END
                           MOVE SPACES TO EXT-CAMPO-1
                           MOVE SPACES TO EXT-CAMPO-2
                           UNSTRING CMAN-LINEA DELIMITED BY ";"
                               INTO EXT-CAMPO-1 EXT-CAMPO-2
                           END-UNSTRING
                           MOVE EXT-CAMPO-2 TO EXT-EMAIL-BUS
                           PERFORM BUSCAR-EMAIL-EXTRACTO
                           IF EXT-EMAIL-HALLADO = 'S'
                               MOVE SPACES TO EXTRACTO-LINEA
                               STRING "  " DELIMITED BY SIZE
                                   CMAN-LINEA DELIMITED BY SIZE
                                   INTO EXTRACTO-LINEA
                               END-STRING
                               PERFORM ESCRIBIR-LINEA-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMP-MANIFIESTO
               PERFORM CERRAR-SECCION-EXTRACTO
           END-IF
           OPEN INPUT CAMP-LISTA
           IF CLIS-STATUS = "00"
               MOVE CAMP-NOMBRE-LISTA TO EXT-FUENTE
               PERFORM ABRIR-SECCION-EXTRACTO
               MOVE 'N' TO EXT-MAN-EOF
               PERFORM UNTIL EXT-MAN-EOF = 'S'
                   READ CAMP-LISTA
                       AT END
                           MOVE 'S' TO EXT-MAN-EOF
                       NOT AT END
                           MOVE SPACES TO EXT-CAMPO-1
                           MOVE SPACES TO EXT-CAMPO-2
                           MOVE SPACES TO EXT-CAMPO-3
                           UNSTRING CLIS-LINEA DELIMITED BY ";"
                               INTO EXT-CAMPO-1 EXT-CAMPO-2
                                   EXT-CAMPO-3
                           END-UNSTRING
                           MOVE EXT-CAMPO-1 TO EXT-EMAIL-BUS
                           PERFORM BUSCAR-EMAIL-EXTRACTO
                           PERFORM BUSCAR-NOMBRE-EN-SALUDO
                           IF EXT-EMAIL-HALLADO = 'S'
                               OR EXT-CAMPO-3 = EXT-NOMBRE
                               OR EXT-EN-SALUDO > 0
                               MOVE SPACES TO EXTRACTO-LINEA
                               STRING "  " DELIMITED BY SIZE
                                   CLIS-LINEA DELIMITED BY SIZE
                                   INTO EXTRACTO-LINEA
                               END-STRING
                               PERFORM ESCRIBIR-LINEA-EXTRACTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMP-LISTA
               PERFORM CERRAR-SECCION-EXTRACTO
           END-IF.

      * A household list line names every member in its third
      * column; EXT-EN-SALUDO > 0 when the person is one of them.
       BUSCAR-NOMBRE-EN-SALUDO.
           MOVE 0 TO EXT-EN-SALUDO
           IF EXT-NOMBRE NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(EXT-NOMBRE))
                   TO WS-LONGITUD
               INSPECT EXT-CAMPO-3 TALLYING EXT-EN-SALUDO
                   FOR ALL EXT-NOMBRE(1:WS-LONGITUD)
           END-IF.

      * Retention purge (supervisor): contacts removed more than N
      * years ago are erased for good - their CONTACTOS-ARCHIVE.DAT
      * rows, interactions (live, archived and in the yearly
      * archives), telephones/emails and consent rows. The trail keeps
      * their lines under a pseudonym with the values masked, so
      * RECUPERAR and VERIFICAR still balance, and gets a PURGA line
      * per person. Details in purga.rpt.
       PURGAR-RETENCION.
           DISPLAY "Anios de retencion tras la baja (vacio = "
               PUR-ANIOS-DEFECTO "): "
           ACCEPT PUR-CAP
           DISPLAY "Se borran para siempre los contactos dados de baja "
               "hace mas de ese plazo y sus interacciones; la "
               "auditoria los conserva enmascarados."
           DISPLAY "Confirmar (SI/NO): "
           ACCEPT PUR-CONFIRMA
           IF FUNCTION UPPER-CASE(PUR-CONFIRMA) NOT = "SI"
               DISPLAY "Purga cancelada."
           ELSE
               PERFORM EJECUTAR-PURGA
           END-IF.

      * Rewrites the archives and the audit trail, so it needs the
      * system to itself, like the year-end close.
       EJECUTAR-PURGA.
           PERFORM TOMAR-USO-EXCLUSIVO
           IF BLQ-OBTENIDO = 'S'
               PERFORM PROCESAR-PURGA
               PERFORM SOLTAR-USO-EXCLUSIVO
           ELSE
               DISPLAY "Purga no realizada."
               MOVE 8 TO PUR-RC
           END-IF.

      * CONTACTOS-ARCHIVE.DAT is what says who is due, so its rows go
      * last: a run that fails part-way leaves them in place and the
      * next run picks the same people up again. PUR-RC: 0 done (or
      * nobody due), 4 more candidates than fit in one run, 8 failed.
       PROCESAR-PURGA.
           MOVE 0 TO PUR-RC
           MOVE 0 TO PUR-NUM
           MOVE 0 TO PUR-CAND-NUM
           MOVE 0 TO PUR-OMITIDOS
           MOVE 'N' TO PUR-LLENO
           PERFORM VALIDAR-ANIOS-PURGA
           IF PUR-RC = 0
               OPEN OUTPUT RPT-PURGA
               IF PURGA-STATUS NOT = "00"
                   DISPLAY "Error al crear purga.rpt: " PURGA-STATUS
                   MOVE 8 TO PUR-RC
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-HOY
                   MOVE WS-HOY(1:14) TO PUR-SELLO
                   MOVE SPACES TO PURGA-LINEA
                   STRING "=== PURGA POR RETENCION - " DELIMITED BY SIZE
                       WS-HOY(1:14) DELIMITED BY SIZE
                       " op: " DELIMITED BY SIZE
                       OPERADOR-ACTUAL DELIMITED BY SIZE
                       " ===" DELIMITED BY SIZE
                       INTO PURGA-LINEA
                   END-STRING
                   WRITE PURGA-LINEA
                   MOVE SPACES TO PURGA-LINEA
                   STRING "Retencion: " DELIMITED BY SIZE
                       PUR-ANIOS DELIMITED BY SIZE
                       " anios; se purgan las bajas anteriores al "
                           DELIMITED BY SIZE
                       PL-DIA DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       PL-MES DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       PL-ANIO DELIMITED BY SIZE
                       INTO PURGA-LINEA
                   END-STRING
                   WRITE PURGA-LINEA
                   PERFORM SELECCIONAR-PURGABLES
                   IF PUR-RC < 8 AND PUR-NUM > 0
                       PERFORM PURGAR-INTERACCIONES
                       IF PUR-RC < 8
                           PERFORM PURGAR-COMUNICACIONES
                       END-IF
                       IF PUR-RC < 8
                           PERFORM PURGAR-CONSENTIMIENTOS
                       END-IF
                       IF PUR-RC < 8
                           PERFORM PURGAR-RELACIONES
                       END-IF
                       IF PUR-RC < 8
                           PERFORM ENMASCARAR-ENVIOS
                       END-IF
                       IF PUR-RC < 8
                           PERFORM ENMASCARAR-INSTANTANEAS
                       END-IF
                       IF PUR-RC < 8
                           PERFORM ENMASCARAR-AUDITORIA
                       END-IF
                       IF PUR-RC < 8
                           PERFORM PURGAR-ARCHIVO-BAJAS
                       END-IF
                       IF PUR-RC < 8
                           PERFORM ANOTAR-PURGA-AUDITORIA
                       END-IF
                   END-IF
                   PERFORM ESCRIBIR-TOTALES-PURGA
                   CLOSE RPT-PURGA
                   IF PUR-RC < 8
                       DISPLAY "Purga terminada: " PUR-NUM
                           " contactos purgados."
                   ELSE
                       DISPLAY "Purga con errores."
                   END-IF
                   DISPLAY "Detalle en purga.rpt."
               END-IF
           END-IF.

      * Blank = PUR-ANIOS-DEFECTO; otherwise one or two digits, at
      * least 1. The limit is today's date that many years back.
       VALIDAR-ANIOS-PURGA.
           IF PUR-CAP = SPACES
               MOVE PUR-ANIOS-DEFECTO TO PUR-ANIOS
           ELSE
               IF PUR-CAP(1:1) IS NUMERIC
                   AND PUR-CAP(2:1) = SPACE
                   AND PUR-CAP(3:2) = SPACES
                   MOVE PUR-CAP(1:1) TO PUR-ANIOS
               ELSE
                   IF PUR-CAP(1:2) IS NUMERIC
                       AND PUR-CAP(3:2) = SPACES
                       MOVE PUR-CAP(1:2) TO PUR-ANIOS
                   ELSE
                       MOVE 0 TO PUR-ANIOS
                   END-IF
               END-IF
           END-IF
           IF PUR-ANIOS = 0
               DISPLAY "Anios de retencion invalidos: "
                   FUNCTION TRIM(PUR-CAP)
               MOVE 8 TO PUR-RC
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-HOY
               MOVE WS-HOY(1:8) TO PUR-HOY-NUM
               COMPUTE PUR-LIMITE = PUR-HOY-NUM - PUR-ANIOS * 10000
           END-IF.

      * The removal archive is appended in date order, so a name's old
      * rows come before any later removal of the same name: old rows
      * make it a candidate, a row within the retention period takes
      * it out again. A candidate who is back in contactos.dat (added
      * again by hand) keeps everything and is listed as left out.
       SELECCIONAR-PURGABLES.
           OPEN INPUT CONTACTOS-ARCHIVE
           IF ARCHIVE-STATUS = "00"
               MOVE 'N' TO PUR-EOF
               PERFORM UNTIL PUR-EOF = 'S'
                   READ CONTACTOS-ARCHIVE
                       AT END
                           MOVE 'S' TO PUR-EOF
                       NOT AT END
                           PERFORM NORMALIZAR-REGISTRO-ARCHIVO
                           PERFORM CLASIFICAR-BAJA-PURGA
                   END-READ
               END-PERFORM
               CLOSE CONTACTOS-ARCHIVE
           ELSE
               IF NOT ARCHIVE-NOT-FOUND
                   DISPLAY "No se pudo leer CONTACTOS-ARCHIVE.DAT ("
                       ARCHIVE-STATUS ")."
                   MOVE 8 TO PUR-RC
               END-IF
           END-IF
           PERFORM VARYING PUR-POS FROM 1 BY 1
               UNTIL PUR-POS > PUR-CAND-NUM
               IF PK-ESTADO(PUR-POS) = 'C'
                   MOVE PK-NOMBRE(PUR-POS) TO C-NOMBRE
                   READ CONTACTOS-FILE
                       INVALID KEY
                           ADD 1 TO PUR-NUM
                           MOVE PK-NOMBRE(PUR-POS) TO PG-NOMBRE(PUR-NUM)
                           MOVE PK-BAJA(PUR-POS) TO PG-BAJA(PUR-NUM)
                           MOVE SPACES TO PG-SEUDONIMO(PUR-NUM)
                           STRING "PURGADO-" DELIMITED BY SIZE
                               PUR-SELLO DELIMITED BY SIZE
                               "-" DELIMITED BY SIZE
                               PUR-NUM DELIMITED BY SIZE
                               INTO PG-SEUDONIMO(PUR-NUM)
                           END-STRING
                           MOVE 0 TO PG-ARCHIVO(PUR-NUM)
                           MOVE 0 TO PG-INTER(PUR-NUM)
                           MOVE 0 TO PG-AUDIT(PUR-NUM)
                       NOT INVALID KEY
                           ADD 1 TO PUR-OMITIDOS
                           MOVE SPACES TO PURGA-LINEA
                           STRING "Omitido: " DELIMITED BY SIZE
                               PK-NOMBRE(PUR-POS) DELIMITED BY SIZE
                               " baja=" DELIMITED BY SIZE
                               PK-BAJA(PUR-POS) DELIMITED BY SIZE
                               " (vuelve a estar en contactos.dat)"
                                   DELIMITED BY SIZE
                               INTO PURGA-LINEA
                           END-STRING
                           WRITE PURGA-LINEA
                   END-READ
               END-IF
           END-PERFORM.

      * An unreadable removal date never counts as old.
       CLASIFICAR-BAJA-PURGA.
           MOVE 'N' TO PUR-ANTIGUA
           IF AR-FECHA-BAJA(1:2) IS NUMERIC
               AND AR-FECHA-BAJA(4:2) IS NUMERIC
               AND AR-FECHA-BAJA(7:4) IS NUMERIC
               MOVE AR-FECHA-BAJA(7:4) TO PFC-ANIO
               MOVE AR-FECHA-BAJA(4:2) TO PFC-MES
               MOVE AR-FECHA-BAJA(1:2) TO PFC-DIA
               IF PUR-FECHA-NUM < PUR-LIMITE
                   MOVE 'S' TO PUR-ANTIGUA
               END-IF
           END-IF
           MOVE 'N' TO PUR-HALLADO
           PERFORM VARYING PUR-POS FROM 1 BY 1
               UNTIL PUR-POS > PUR-CAND-NUM OR PUR-HALLADO = 'S'
               IF PK-NOMBRE(PUR-POS) = AR-NOMBRE
                   MOVE 'S' TO PUR-HALLADO
                   MOVE PUR-POS TO PUR-IDX
               END-IF
           END-PERFORM
           IF PUR-HALLADO = 'S'
               IF PUR-ANTIGUA = 'S'
                   MOVE AR-FECHA-BAJA TO PK-BAJA(PUR-IDX)
               ELSE
                   MOVE 'R' TO PK-ESTADO(PUR-IDX)
               END-IF
           ELSE
               IF PUR-ANTIGUA = 'S'
                   IF PUR-CAND-NUM < 1000
                       ADD 1 TO PUR-CAND-NUM
                       MOVE AR-NOMBRE TO PK-NOMBRE(PUR-CAND-NUM)
                       MOVE AR-FECHA-BAJA TO PK-BAJA(PUR-CAND-NUM)
                       MOVE 'C' TO PK-ESTADO(PUR-CAND-NUM)
                   ELSE
                       MOVE 'S' TO PUR-LLENO
                   END-IF
               END-IF
           END-IF.

      * Is PUR-BUSCADO one of the names being purged? PUR-IDX = where.
       BUSCAR-PURGADO.
           MOVE 'N' TO PUR-HALLADO
           PERFORM VARYING PUR-POS FROM 1 BY 1
               UNTIL PUR-POS > PUR-NUM OR PUR-HALLADO = 'S'
               IF PG-NOMBRE(PUR-POS) = PUR-BUSCADO
                   MOVE 'S' TO PUR-HALLADO
                   MOVE PUR-POS TO PUR-IDX
               END-IF
           END-PERFORM.

      * One line of purga.rpt per file touched: PUR-FICHERO,
      * PUR-ACCION and the count in PUR-CAMBIADAS.
       ANOTAR-FICHERO-PURGA.
           MOVE SPACES TO PURGA-LINEA
           STRING PUR-FICHERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(PUR-ACCION) DELIMITED BY SIZE
               "=" DELIMITED BY SIZE
               PUR-CAMBIADAS DELIMITED BY SIZE
               INTO PURGA-LINEA
           END-STRING
           WRITE PURGA-LINEA.

      * interacciones.dat, every yearly archive, then
      * INTERACCIONES-ARCHIVE.DAT.
       PURGAR-INTERACCIONES.
           MOVE "interacciones.dat" TO INTER-NOMBRE-ARCHIVO
           PERFORM FILTRAR-INTERACCIONES-PURGA
           PERFORM CARGAR-CIERRES
           PERFORM VARYING CIE-POS FROM 1 BY 1
               UNTIL CIE-POS > CIE-NUM OR PUR-RC = 8
               MOVE SPACES TO INTER-NOMBRE-ARCHIVO
               STRING "interacciones-" DELIMITED BY SIZE
                   CY-ANIO(CIE-POS) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO INTER-NOMBRE-ARCHIVO
               END-STRING
               PERFORM FILTRAR-INTERACCIONES-PURGA
           END-PERFORM
           MOVE "interacciones.dat" TO INTER-NOMBRE-ARCHIVO
           IF PUR-RC < 8
               PERFORM FILTRAR-INTER-ARCHIVE-PURGA
           END-IF.

      * Copies INTER-NOMBRE-ARCHIVO to interacciones.tmp without the
      * purged names' rows and copies it back if any went. A file
      * that does not exist has nothing to purge.
       FILTRAR-INTERACCIONES-PURGA.
           MOVE 0 TO PUR-CAMBIADAS
           OPEN INPUT INTERACCIONES-FILE
           IF INTER-STATUS = "00"
               OPEN OUTPUT INTER-TEMP
               IF INTTMP-STATUS NOT = "00"
                   DISPLAY "Error al crear interacciones.tmp: "
                       INTTMP-STATUS
                   CLOSE INTERACCIONES-FILE
                   MOVE 8 TO PUR-RC
               ELSE
                   MOVE 'N' TO PUR-EOF
                   PERFORM UNTIL PUR-EOF = 'S'
                       READ INTERACCIONES-FILE
                           AT END
                               MOVE 'S' TO PUR-EOF
                           NOT AT END
                               MOVE IN-NOMBRE TO PUR-BUSCADO
                               PERFORM BUSCAR-PURGADO
                               IF PUR-HALLADO = 'S'
                                   ADD 1 TO PUR-CAMBIADAS
                                   ADD 1 TO PG-INTER(PUR-IDX)
                               ELSE
                                   MOVE INTERACCION-REGISTRO
                                       TO INTTMP-REGISTRO
                                   WRITE INTTMP-REGISTRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INTERACCIONES-FILE
                   CLOSE INTER-TEMP
                   IF PUR-CAMBIADAS > 0
                       PERFORM COPIAR-TEMP-A-INTERACCIONES
                       IF INTTMP-STATUS NOT = "00"
                           OR INTER-STATUS NOT = "00"
                           MOVE 8 TO PUR-RC
                       END-IF
                   END-IF
                   MOVE INTER-NOMBRE-ARCHIVO TO PUR-FICHERO
                   MOVE "filas eliminadas" TO PUR-ACCION
                   PERFORM ANOTAR-FICHERO-PURGA
               END-IF
           ELSE
               IF INTER-STATUS NOT = "35"
                   DISPLAY "No se pudo leer "
                       FUNCTION TRIM(INTER-NOMBRE-ARCHIVO) " ("
                       INTER-STATUS ")."
                   MOVE 8 TO PUR-RC
               END-IF
           END-IF.

       FILTRAR-INTER-ARCHIVE-PURGA.
           MOVE 0 TO PUR-CAMBIADAS
           OPEN INPUT INTER-ARCHIVE
           IF INTARCH-STATUS = "00"
               OPEN OUTPUT INTER-TEMP
               IF INTTMP-STATUS NOT = "00"
                   DISPLAY "Error al crear interacciones.tmp: "
                       INTTMP-STATUS
                   CLOSE INTER-ARCHIVE
                   MOVE 8 TO PUR-RC
               ELSE
                   MOVE 'N' TO PUR-EOF
                   PERFORM UNTIL PUR-EOF = 'S'
                       READ INTER-ARCHIVE
                           AT END
                               MOVE 'S' TO PUR-EOF
                           NOT AT END
                               MOVE INTARCH-REGISTRO(1:30)
                                   TO PUR-BUSCADO
                               PERFORM BUSCAR-PURGADO
                               IF PUR-HALLADO = 'S'
                                   ADD 1 TO PUR-CAMBIADAS
                                   ADD 1 TO PG-INTER(PUR-IDX)
                               ELSE
                                   MOVE INTARCH-REGISTRO
                                       TO INTTMP-REGISTRO
                                   WRITE INTTMP-REGISTRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INTER-ARCHIVE
                   CLOSE INTER-TEMP
                   IF PUR-CAMBIADAS > 0
                       PERFORM COPIAR-TEMP-A-INTER-ARCHIVE
                       IF INTTMP-STATUS NOT = "00"
                           OR INTARCH-STATUS NOT = "00"
                           MOVE 8 TO PUR-RC
                       END-IF
                   END-IF
                   MOVE "INTERACCIONES-ARCHIVE.DAT" TO PUR-FICHERO
                   MOVE "filas eliminadas" TO PUR-ACCION
                   PERFORM ANOTAR-FICHERO-PURGA
               END-IF
           ELSE
               IF INTARCH-STATUS NOT = "35"
                   DISPLAY "No se pudo leer INTERACCIONES-ARCHIVE.DAT ("
                       INTARCH-STATUS ")."
                   MOVE 8 TO PUR-RC
               END-IF
           END-IF.

      * Same truncating copy-back as COPIAR-TEMP-A-INTERACCIONES, for
      * the removal archive.
       COPIAR-TEMP-A-INTER-ARCHIVE.
           OPEN INPUT INTER-TEMP
           IF INTTMP-STATUS NOT = "00"
               DISPLAY "Advertencia: no se pudo releer "
                   "interacciones.tmp (" INTTMP-STATUS "); "
                   "INTERACCIONES-ARCHIVE.DAT queda sin cambios."
           ELSE
               OPEN OUTPUT INTER-ARCHIVE
               IF INTARCH-STATUS NOT = "00"
                   DISPLAY "Advertencia: no se pudo reescribir "
                       "INTERACCIONES-ARCHIVE.DAT (" INTARCH-STATUS
                       "); se conserva interacciones.tmp."
                   CLOSE INTER-TEMP
               ELSE
                   MOVE 'N' TO INTER-EOF
                   PERFORM UNTIL INTER-EOF = 'S'
                       READ INTER-TEMP
                           AT END
                               MOVE 'S' TO INTER-EOF
                           NOT AT END
                               MOVE INTTMP-REGISTRO
                                   TO INTARCH-REGISTRO
                               WRITE INTARCH-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE INTER-TEMP
                   CLOSE INTER-ARCHIVE
               END-IF
           END-IF.

      * Telephones and emails, live and archived by INTEGRIDAD.
       PURGAR-COMUNICACIONES.
           MOVE 0 TO PUR-CAMBIADAS
           OPEN INPUT COMUNICACIONES-FILE
           IF COMU-STATUS = "00"
               OPEN OUTPUT COMU-TEMP
               IF COMUTMP-STATUS NOT = "00"
                   DISPLAY "Error al crear comunicaciones.tmp: "
                       COMUTMP-STATUS
                   CLOSE COMUNICACIONES-FILE
                   MOVE 8 TO PUR-RC
               ELSE
                   MOVE 'N' TO PUR-EOF
                   PERFORM UNTIL PUR-EOF = 'S'
                       READ COMUNICACIONES-FILE
                           AT END
                               MOVE 'S' TO PUR-EOF
                           NOT AT END
                               MOVE CO-NOMBRE TO PUR-BUSCADO
                               PERFORM BUSCAR-PURGADO
                               IF PUR-HALLADO = 'S'
                                   ADD 1 TO PUR-CAMBIADAS
                               ELSE
                                   MOVE COMUNICACION-REGISTRO
                                       TO COMUTMP-REGISTRO
                                   WRITE COMUTMP-REGISTRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COMUNICACIONES-FILE
                   CLOSE COMU-TEMP
                   IF PUR-CAMBIADAS > 0
                       PERFORM COPIAR-TEMP-A-COMUNICACIONES
                       IF COMUTMP-STATUS NOT = "00"
                           OR COMU-STATUS NOT = "00"
                           MOVE 8 TO PUR-RC
                       END-IF
                   END-IF
                   MOVE "comunicaciones.dat" TO PUR-FICHERO
                   MOVE "filas eliminadas" TO PUR-ACCION
                   PERFORM ANOTAR-FICHERO-PURGA
               END-IF
           ELSE
               IF COMU-STATUS NOT = "35"
                   DISPLAY "No se pudo leer comunicaciones.dat ("
                       COMU-STATUS ")."
                   MOVE 8 TO PUR-RC
               END-IF
           END-IF
           IF PUR-RC < 8
               PERFORM FILTRAR-COMU-ARCHIVE-PURGA
           END-IF.

       FILTRAR-COMU-ARCHIVE-PURGA.
           MOVE 0 TO PUR-CAMBIADAS
           OPEN INPUT COMU-ARCHIVE
           IF COMUARCH-STATUS = "00"
               OPEN OUTPUT COMU-TEMP
               IF COMUTMP-STATUS NOT = "00"
                   DISPLAY "Error al crear comunicaciones.tmp: "
                       COMUTMP-STATUS
                   CLOSE COMU-ARCHIVE
                   MOVE 8 TO PUR-RC
               ELSE
                   MOVE 'N' TO PUR-EOF
                   PERFORM UNTIL PUR-EOF = 'S'
                       READ COMU-ARCHIVE
                           AT END
                               MOVE 'S' TO PUR-EOF
                           NOT AT END
                               MOVE COMUARCH-REGISTRO(1:30)
                                   TO PUR-BUSCADO
                               PERFORM BUSCAR-PURGADO
                               IF PUR-HALLADO = 'S'
                                   ADD 1 TO PUR-CAMBIADAS
                               ELSE
                                   MOVE COMUARCH-REGISTRO
                                       TO COMUTMP-REGISTRO
                                   WRITE COMUTMP-REGISTRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COMU-ARCHIVE
                   CLOSE COMU-TEMP
                   IF PUR-CAMBIADAS > 0
                       PERFORM COPIAR-TEMP-A-COMU-ARCHIVE
                       IF COMUTMP-STATUS NOT = "00"
                           OR COMUARCH-STATUS NOT = "00"
                           MOVE 8 TO PUR-RC
                       END-IF
                   END-IF
                   MOVE "COMUNICACIONES-ARCHIVE.DAT" TO PUR-FICHERO
                   MOVE "filas eliminadas" TO PUR-ACCION
                   PERFORM ANOTAR-FICHERO-PURGA
               END-IF
           ELSE
               IF COMUARCH-STATUS NOT = "35"
                   DISPLAY "No se pudo leer "
                       "COMUNICACIONES-ARCHIVE.DAT (" COMUARCH-STATUS
                       ")."
                   MOVE 8 TO PUR-RC
               END-IF
           END-IF.

      * Same truncating copy-back as COPIAR-TEMP-A-COMUNICACIONES, for
      * the archive INTEGRIDAD moves orphan rows to.
       COPIAR-TEMP-A-COMU-ARCHIVE.
           OPEN INPUT COMU-TEMP
           IF COMUTMP-STATUS NOT = "00"
               DISPLAY "Advertencia: no se pudo releer "
                   "comunicaciones.tmp (" COMUTMP-STATUS "); "
                   "COMUNICACIONES-ARCHIVE.DAT queda sin cambios."
           ELSE
               OPEN OUTPUT COMU-ARCHIVE
               IF COMUARCH-STATUS NOT = "00"
                   DISPLAY "Advertencia: no se pudo reescribir "
                       "COMUNICACIONES-ARCHIVE.DAT (" COMUARCH-STATUS
                       "); se conserva comunicaciones.tmp."
                   CLOSE COMU-TEMP
               ELSE
                   MOVE 'N' TO COMU-EOF
                   PERFORM UNTIL COMU-EOF = 'S'
                       READ COMU-TEMP
                           AT END
                               MOVE 'S' TO COMU-EOF
                           NOT AT END
                               MOVE COMUTMP-REGISTRO
                                   TO COMUARCH-REGISTRO
                               WRITE COMUARCH-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE COMU-TEMP
                   CLOSE COMU-ARCHIVE
               END-IF
           END-IF.

       PURGAR-CONSENTIMIENTOS.
           MOVE 0 TO PUR-CAMBIADAS
           OPEN INPUT CONSENT-FILE
           IF CONS-STATUS = "00"
               OPEN OUTPUT CONSENT-TEMP
               IF CONSTMP-STATUS NOT = "00"
                   DISPLAY "Error al crear consentimientos.tmp: "
                       CONSTMP-STATUS
                   CLOSE CONSENT-FILE
                   MOVE 8 TO PUR-RC
               ELSE
                   MOVE 'N' TO PUR-EOF
                   PERFORM UNTIL PUR-EOF = 'S'
                       READ CONSENT-FILE
                           AT END
                               MOVE 'S' TO PUR-EOF
                           NOT AT END
                               MOVE CN-NOMBRE TO PUR-BUSCADO
                               PERFORM BUSCAR-PURGADO
                               IF PUR-HALLADO = 'S'
                                   ADD 1 TO PUR-CAMBIADAS
                               ELSE
                                   MOVE CONSENT-REGISTRO
                                       TO CONSTMP-REGISTRO
                                   WRITE CONSTMP-REGISTRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONSENT-FILE
                   CLOSE CONSENT-TEMP
                   IF PUR-CAMBIADAS > 0
                       PERFORM COPIAR-TEMP-A-CONSENTIMIENTOS
                       IF CONSTMP-STATUS NOT = "00"
                           OR CONS-STATUS NOT = "00"
                           MOVE 8 TO PUR-RC
                       END-IF
                   END-IF
                   MOVE "consentimientos.dat" TO PUR-FICHERO
                   MOVE "filas eliminadas" TO PUR-ACCION
                   PERFORM ANOTAR-FICHERO-PURGA
               END-IF
           ELSE
               IF CONS-STATUS NOT = "35"
                   DISPLAY "No se pudo leer consentimientos.dat ("
                       CONS-STATUS ")."
                   MOVE 8 TO PUR-RC
               END-IF
           END-IF.

      * Relationships with a purged person on either side, live or
      * archived, go altogether.
       PURGAR-RELACIONES.
           MOVE 0 TO PUR-CAMBIADAS
           OPEN INPUT RELACIONES-FILE
           IF REL-STATUS = "00"
               OPEN OUTPUT RELAC-TEMP
               IF RELTMP-STATUS NOT = "00"
                   DISPLAY "Error al crear relaciones.tmp: "
                       RELTMP-STATUS
                   CLOSE RELACIONES-FILE
                   MOVE 8 TO PUR-RC
               ELSE
                   MOVE 'N' TO PUR-EOF
                   PERFORM UNTIL PUR-EOF = 'S'
                       READ RELACIONES-FILE
                           AT END
                               MOVE 'S' TO PUR-EOF
                           NOT AT END
                               MOVE RL-NOMBRE-1 TO PUR-BUSCADO
                               PERFORM BUSCAR-PURGADO
                               IF PUR-HALLADO NOT = 'S'
                                   MOVE RL-NOMBRE-2 TO PUR-BUSCADO
                                   PERFORM BUSCAR-PURGADO
                               END-IF
                               IF PUR-HALLADO = 'S'
                                   ADD 1 TO PUR-CAMBIADAS
                               ELSE
                                   MOVE RELACION-REGISTRO
                                       TO RELTMP-REGISTRO
                                   WRITE RELTMP-REGISTRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RELACIONES-FILE
                   CLOSE RELAC-TEMP
                   IF PUR-CAMBIADAS > 0
                       PERFORM COPIAR-TEMP-A-RELACIONES
                       IF RELTMP-STATUS NOT = "00"
                           OR REL-STATUS NOT = "00"
                           MOVE 8 TO PUR-RC
                       END-IF
                   END-IF
                   MOVE "relaciones.dat" TO PUR-FICHERO
                   MOVE "filas eliminadas" TO PUR-ACCION
                   PERFORM ANOTAR-FICHERO-PURGA
               END-IF
           ELSE
               IF REL-STATUS NOT = "35"
                   DISPLAY "No se pudo leer relaciones.dat ("
                       REL-STATUS ")."
                   MOVE 8 TO PUR-RC
               END-IF
           END-IF
           IF PUR-RC < 8
               PERFORM PURGAR-RELACIONES-ARCHIVO
           END-IF.

       PURGAR-RELACIONES-ARCHIVO.
           MOVE 0 TO PUR-CAMBIADAS
           OPEN INPUT RELAC-ARCHIVE
           IF RELARCH-STATUS = "00"
               OPEN OUTPUT RELAC-TEMP
               IF RELTMP-STATUS NOT = "00"
                   DISPLAY "Error al crear relaciones.tmp: "
                       RELTMP-STATUS
                   CLOSE RELAC-ARCHIVE
                   MOVE 8 TO PUR-RC
               ELSE
                   MOVE 'N' TO PUR-EOF
                   PERFORM UNTIL PUR-EOF = 'S'
                       READ RELAC-ARCHIVE
                           AT END
                               MOVE 'S' TO PUR-EOF
                           NOT AT END
                               MOVE RA-NOMBRE-1 TO PUR-BUSCADO
                               PERFORM BUSCAR-PURGADO
                               IF PUR-HALLADO NOT = 'S'
                                   MOVE RA-NOMBRE-2 TO PUR-BUSCADO
                                   PERFORM BUSCAR-PURGADO
                               END-IF
                               IF PUR-HALLADO = 'S'
                                   ADD 1 TO PUR-CAMBIADAS
                               ELSE
                                   MOVE RELARCH-REGISTRO
                                       TO RELTMP-REGISTRO
                                   WRITE RELTMP-REGISTRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RELAC-ARCHIVE
                   CLOSE RELAC-TEMP
                   IF PUR-CAMBIADAS > 0
                       PERFORM COPIAR-TEMP-A-RELAC-ARCHIVE
                       IF RELTMP-STATUS NOT = "00"
                           OR RELARCH-STATUS NOT = "00"
                           MOVE 8 TO PUR-RC
                       END-IF
                   END-IF
                   MOVE "RELACIONES-ARCHIVE.DAT" TO PUR-FICHERO
                   MOVE "filas eliminadas" TO PUR-ACCION
                   PERFORM ANOTAR-FICHERO-PURGA
               END-IF
           ELSE
               IF RELARCH-STATUS NOT = "35"
                   DISPLAY "No se pudo leer RELACIONES-ARCHIVE.DAT ("
                       RELARCH-STATUS ")."
                   MOVE 8 TO PUR-RC
               END-IF
           END-IF.

      * The campaign send log keeps its rows so the follow-up report
      * still counts them, under the pseudonym and without the email
      * address they went to.
       ENMASCARAR-ENVIOS.
           MOVE 0 TO PUR-CAMBIADAS
           OPEN INPUT CAMP-ENVIOS
           IF CENV-STATUS = "00"
               OPEN OUTPUT ENVIOS-TEMP
               IF ENVTMP-STATUS NOT = "00"
                   DISPLAY "Error al crear campanas-envios.tmp: "
                       ENVTMP-STATUS
                   CLOSE CAMP-ENVIOS
                   MOVE 8 TO PUR-RC
               ELSE
                   MOVE 'N' TO PUR-EOF
                   PERFORM UNTIL PUR-EOF = 'S'
                       READ CAMP-ENVIOS
                           AT END
                               MOVE 'S' TO PUR-EOF
                           NOT AT END
                               MOVE CE-NOMBRE TO PUR-BUSCADO
                               PERFORM BUSCAR-PURGADO
                               IF PUR-HALLADO = 'S'
                                   ADD 1 TO PUR-CAMBIADAS
                                   MOVE PG-SEUDONIMO(PUR-IDX)
                                       TO CE-NOMBRE
                                   MOVE 0 TO WS-AT-COUNT
                                   INSPECT CE-DESTINO TALLYING
                                       WS-AT-COUNT FOR ALL "@"
                                   IF WS-AT-COUNT > 0
                                       MOVE SPACES TO CE-DESTINO
                                   END-IF
                               END-IF
                               MOVE CAMP-ENVIO-REGISTRO
                                   TO ENVTMP-REGISTRO
                               WRITE ENVTMP-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE CAMP-ENVIOS
                   CLOSE ENVIOS-TEMP
                   IF PUR-CAMBIADAS > 0
                       PERFORM COPIAR-TEMP-A-ENVIOS
                       IF ENVTMP-STATUS NOT = "00"
                           OR CENV-STATUS NOT = "00"
                           MOVE 8 TO PUR-RC
                       END-IF
                   END-IF
                   MOVE "campanas-envios.dat" TO PUR-FICHERO
                   MOVE "filas enmascaradas" TO PUR-ACCION
                   PERFORM ANOTAR-FICHERO-PURGA
               END-IF
           ELSE
               IF CENV-STATUS NOT = "35"
                   DISPLAY "No se pudo leer campanas-envios.dat ("
                       CENV-STATUS ")."
                   MOVE 8 TO PUR-RC
               END-IF
           END-IF.

       COPIAR-TEMP-A-ENVIOS.
           OPEN INPUT ENVIOS-TEMP
           IF ENVTMP-STATUS NOT = "00"
               DISPLAY "Advertencia: no se pudo releer "
                   "campanas-envios.tmp (" ENVTMP-STATUS "); "
                   "campanas-envios.dat queda sin cambios."
           ELSE
               OPEN OUTPUT CAMP-ENVIOS
               IF CENV-STATUS NOT = "00"
                   DISPLAY "Advertencia: no se pudo reescribir "
                       "campanas-envios.dat (" CENV-STATUS "); se "
                       "conserva campanas-envios.tmp."
                   CLOSE ENVIOS-TEMP
               ELSE
                   MOVE 'N' TO PUR-EOF
                   PERFORM UNTIL PUR-EOF = 'S'
                       READ ENVIOS-TEMP
                           AT END
                               MOVE 'S' TO PUR-EOF
                           NOT AT END
                               MOVE ENVTMP-REGISTRO
                                   TO CAMP-ENVIO-REGISTRO
                               WRITE CAMP-ENVIO-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE ENVIOS-TEMP
                   CLOSE CAMP-ENVIOS
               END-IF
           END-IF.

      * The snapshots RECUPERAR and VERIFICAR start from must match the
      * masked trail: a purged person still in a respaldo generation
      * or a closing snapshot is renamed to the pseudonym with every
      * field blank, so the masked BAJA later in the trail removes it.
       ENMASCARAR-INSTANTANEAS.
           PERFORM VARYING PUR-GEN FROM 1 BY 1
               UNTIL PUR-GEN > 3 OR PUR-RC = 8
               MOVE SPACES TO PUR-INSTANTANEA
               STRING "respaldo-" DELIMITED BY SIZE
                   PUR-GEN DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO PUR-INSTANTANEA
               END-STRING
               PERFORM ENMASCARAR-INSTANTANEA
           END-PERFORM
           PERFORM CARGAR-CIERRES
           PERFORM VARYING CIE-POS FROM 1 BY 1
               UNTIL CIE-POS > CIE-NUM OR PUR-RC = 8
               MOVE SPACES TO PUR-INSTANTANEA
               STRING "cierre-" DELIMITED BY SIZE
                   CY-ANIO(CIE-POS) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO PUR-INSTANTANEA
               END-STRING
               PERFORM ENMASCARAR-INSTANTANEA
           END-PERFORM.

      * The first line of a snapshot is its RESPALDO header.
       ENMASCARAR-INSTANTANEA.
           MOVE 0 TO PUR-CAMBIADAS
           MOVE 0 TO PUR-LEIDAS
           MOVE PUR-INSTANTANEA TO RESP-NOMBRE-ARCHIVO
           MOVE "respaldo.tmp" TO RESPAUX-NOMBRE-ARCHIVO
           OPEN INPUT RESPALDO-FILE
           IF RESP-STATUS = "00"
               OPEN OUTPUT RESPALDO-AUX
               IF RESPAUX-STATUS NOT = "00"
                   DISPLAY "Error al crear respaldo.tmp: "
                       RESPAUX-STATUS
                   CLOSE RESPALDO-FILE
                   MOVE 8 TO PUR-RC
               ELSE
                   MOVE 'N' TO PUR-EOF
                   PERFORM UNTIL PUR-EOF = 'S'
                       READ RESPALDO-FILE
                           AT END
                               MOVE 'S' TO PUR-EOF
                           NOT AT END
                               ADD 1 TO PUR-LEIDAS
                               MOVE RESP-REGISTRO TO RESPAUX-REGISTRO
                               IF PUR-LEIDAS > 1
                                   MOVE RESP-REGISTRO(1:30)
                                       TO PUR-BUSCADO
                                   PERFORM BUSCAR-PURGADO
                                   IF PUR-HALLADO = 'S'
                                       ADD 1 TO PUR-CAMBIADAS
                                       MOVE SPACES TO RESPAUX-REGISTRO
                                       MOVE PG-SEUDONIMO(PUR-IDX)
                                           TO RESPAUX-REGISTRO(1:30)
                                   END-IF
                               END-IF
                               WRITE RESPAUX-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE RESPALDO-FILE
                   CLOSE RESPALDO-AUX
                   IF PUR-CAMBIADAS > 0
                       MOVE "respaldo.tmp" TO RESP-NOMBRE-ARCHIVO
                       MOVE PUR-INSTANTANEA TO RESPAUX-NOMBRE-ARCHIVO
                       PERFORM COPIAR-GENERACION-RESPALDO
                       IF RESP-STATUS NOT = "00"
                           OR RESPAUX-STATUS NOT = "00"
                           MOVE 8 TO PUR-RC
                       END-IF
                   END-IF
                   MOVE PUR-INSTANTANEA TO PUR-FICHERO
                   MOVE "filas enmascaradas" TO PUR-ACCION
                   PERFORM ANOTAR-FICHERO-PURGA
               END-IF
           ELSE
               IF NOT RESP-NO-EXISTE
                   DISPLAY "No se pudo leer "
                       FUNCTION TRIM(PUR-INSTANTANEA) " ("
                       RESP-STATUS ")."
                   MOVE 8 TO PUR-RC
               END-IF
           END-IF.

      * Every audit archive and then auditoria.dat; the live name is
      * put back whatever happens.
       ENMASCARAR-AUDITORIA.
           MOVE SPACES TO HIST-FILTRO-NOMBRE
           MOVE SPACES TO HIST-FILTRO-OPER
           MOVE SPACES TO HIST-FILTRO-DESDE
           MOVE SPACES TO HIST-FILTRO-HASTA
           MOVE SPACES TO HIST-FILTRO-OP
           PERFORM CARGAR-CIERRES
           PERFORM VARYING CIE-POS FROM 1 BY 1
               UNTIL CIE-POS > CIE-NUM OR PUR-RC = 8
               MOVE SPACES TO AUDIT-NOMBRE-ARCHIVO
               STRING "auditoria-" DELIMITED BY SIZE
                   CY-ANIO(CIE-POS) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO AUDIT-NOMBRE-ARCHIVO
               END-STRING
               PERFORM ENMASCARAR-ARCHIVO-AUDITORIA
           END-PERFORM
           MOVE "auditoria.dat" TO AUDIT-NOMBRE-ARCHIVO
           IF PUR-RC < 8
               PERFORM ENMASCARAR-ARCHIVO-AUDITORIA
           END-IF.

       ENMASCARAR-ARCHIVO-AUDITORIA.
           MOVE 0 TO PUR-CAMBIADAS
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS = "00"
               OPEN OUTPUT AUDIT-TEMP
               IF AUDTMP-STATUS NOT = "00"
                   DISPLAY "Error al crear auditoria.tmp: "
                       AUDTMP-STATUS
                   CLOSE AUDIT-FILE
                   MOVE 8 TO PUR-RC
               ELSE
                   MOVE 'N' TO PUR-EOF
                   PERFORM UNTIL PUR-EOF = 'S'
                       READ AUDIT-FILE
                           AT END
                               MOVE 'S' TO PUR-EOF
                           NOT AT END
                               PERFORM ENMASCARAR-LINEA-AUDITORIA
                               WRITE AUDTMP-LINEA
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
                   CLOSE AUDIT-TEMP
                   IF PUR-CAMBIADAS > 0
                       PERFORM COPIAR-TEMP-A-AUDITORIA
                       IF AUDTMP-STATUS NOT = "00"
                           OR AUDIT-STATUS NOT = "00"
                           MOVE 8 TO PUR-RC
                       END-IF
                   END-IF
                   MOVE AUDIT-NOMBRE-ARCHIVO TO PUR-FICHERO
                   MOVE "lineas enmascaradas" TO PUR-ACCION
                   PERFORM ANOTAR-FICHERO-PURGA
               END-IF
           ELSE
               IF NOT AUDIT-NOT-FOUND
                   DISPLAY "No se pudo leer "
                       FUNCTION TRIM(AUDIT-NOMBRE-ARCHIVO) " ("
                       AUDIT-STATUS ")."
                   MOVE 8 TO PUR-RC
               END-IF
           END-IF.

      * A purged person's line keeps its timestamp, operation and
      * operator; the name becomes the pseudonym and the values go.
      * Contact images stay images (every field blank) so the replay
      * still writes, rewrites and deletes the same record; any other
      * text becomes "(purgado)". A merge that absorbed a purged
      * person keeps its survivor and names the pseudonym instead, as
      * does a relationship with a purged person on the other side.
       ENMASCARAR-LINEA-AUDITORIA.
           MOVE AUDIT-LINEA TO AUDTMP-LINEA
           PERFORM EVALUAR-LINEA-AUDITORIA
           MOVE HIST-NOMBRE TO PUR-BUSCADO
           PERFORM BUSCAR-PURGADO
           IF PUR-HALLADO = 'S'
               ADD 1 TO PUR-CAMBIADAS
               ADD 1 TO PG-AUDIT(PUR-IDX)
               MOVE PG-SEUDONIMO(PUR-IDX) TO PUR-NOMBRE-LINEA
               MOVE SPACES TO PUR-ANTES
               MOVE SPACES TO PUR-DESPUES
               EVALUATE FUNCTION TRIM(HIST-OPER)
                   WHEN "ALTA"
                   WHEN "ALTA-CSV"
                   WHEN "ACTUALIZA"
                   WHEN "BAJA"
                   WHEN "REACTIVA"
                       IF HIST-ANTES(8:) NOT = SPACES
                           MOVE PUR-IMAGEN-VACIA TO PUR-ANTES
                       END-IF
                       IF HIST-DESPUES(10:) NOT = SPACES
                           MOVE PUR-IMAGEN-VACIA TO PUR-DESPUES
                       END-IF
                   WHEN OTHER
                       IF HIST-ANTES(8:) NOT = SPACES
                           MOVE "(purgado)" TO PUR-ANTES
                       END-IF
                       IF HIST-DESPUES(10:) NOT = SPACES
                           MOVE "(purgado)" TO PUR-DESPUES
                       END-IF
               END-EVALUATE
               PERFORM REHACER-LINEA-AUDITORIA
           ELSE
               IF HIST-OPER = "FUSION"
                   AND HIST-ANTES(1:18) = "antes: absorbe a: "
                   MOVE HIST-ANTES(19:30) TO PUR-BUSCADO
                   PERFORM BUSCAR-PURGADO
                   IF PUR-HALLADO = 'S'
                       ADD 1 TO PUR-CAMBIADAS
                       ADD 1 TO PG-AUDIT(PUR-IDX)
                       MOVE HIST-NOMBRE TO PUR-NOMBRE-LINEA
                       MOVE SPACES TO PUR-ANTES
                       STRING "absorbe a: " DELIMITED BY SIZE
                           PG-SEUDONIMO(PUR-IDX) DELIMITED BY SIZE
                           INTO PUR-ANTES
                       END-STRING
                       MOVE HIST-DESPUES(10:) TO PUR-DESPUES
                       PERFORM REHACER-LINEA-AUDITORIA
                   END-IF
               END-IF
               IF HIST-OPER = "RELACION"
                   PERFORM ENMASCARAR-RELACION-AUDITORIA
               END-IF
           END-IF.

      * A relationship line under someone else's name still names a
      * purged person inside its images; there the name becomes the
      * pseudonym.
       ENMASCARAR-RELACION-AUDITORIA.
           MOVE 'N' TO REL-COINCIDE
           MOVE SPACES TO REL-OTRO
           MOVE HIST-ANTES(8:) TO PUR-ANTES
           MOVE HIST-DESPUES(10:) TO PUR-DESPUES
           IF PUR-ANTES(1:5) = "tipo="
               MOVE PUR-ANTES TO REL-IMAGEN
               PERFORM SEUDONIMIZAR-IMAGEN-RELACION
               MOVE REL-IMAGEN TO PUR-ANTES
           END-IF
           IF PUR-DESPUES(1:5) = "tipo="
               MOVE PUR-DESPUES TO REL-IMAGEN
               PERFORM SEUDONIMIZAR-IMAGEN-RELACION
               MOVE REL-IMAGEN TO PUR-DESPUES
           END-IF
           IF REL-COINCIDE = 'S'
               ADD 1 TO PUR-CAMBIADAS
               MOVE HIST-NOMBRE TO PUR-NOMBRE-LINEA
               PERFORM REHACER-LINEA-AUDITORIA
           END-IF.

      * REL-OTRO keeps the last name masked so a line whose two images
      * name the same person counts once for that person.
       SEUDONIMIZAR-IMAGEN-RELACION.
           MOVE RI-NOMBRE-1 TO PUR-BUSCADO
           PERFORM BUSCAR-PURGADO
           IF PUR-HALLADO = 'S'
               PERFORM CONTAR-SEUDONIMO-RELACION
               MOVE PG-SEUDONIMO(PUR-IDX) TO RI-NOMBRE-1
           END-IF
           MOVE RI-NOMBRE-2 TO PUR-BUSCADO
           PERFORM BUSCAR-PURGADO
           IF PUR-HALLADO = 'S'
               PERFORM CONTAR-SEUDONIMO-RELACION
               MOVE PG-SEUDONIMO(PUR-IDX) TO RI-NOMBRE-2
           END-IF.

       CONTAR-SEUDONIMO-RELACION.
           MOVE 'S' TO REL-COINCIDE
           IF PUR-BUSCADO NOT = REL-OTRO
               ADD 1 TO PG-AUDIT(PUR-IDX)
               MOVE PUR-BUSCADO TO REL-OTRO
           END-IF.

      * Same layout REGISTRAR-AUDITORIA writes; lines from before the
      * operator stamp stay without it.
       REHACER-LINEA-AUDITORIA.
           MOVE SPACES TO AUDTMP-LINEA
           IF HIST-OP-RAW = SPACES
               STRING HIST-TS DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   HIST-OPER DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   PUR-NOMBRE-LINEA DELIMITED BY SIZE
                   " | antes: " DELIMITED BY SIZE
                   PUR-ANTES DELIMITED BY SIZE
                   " | despues: " DELIMITED BY SIZE
                   PUR-DESPUES DELIMITED BY SIZE
                   INTO AUDTMP-LINEA
               END-STRING
           ELSE
               STRING HIST-TS DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   HIST-OPER DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   PUR-NOMBRE-LINEA DELIMITED BY SIZE
                   " | antes: " DELIMITED BY SIZE
                   PUR-ANTES DELIMITED BY SIZE
                   " | despues: " DELIMITED BY SIZE
                   PUR-DESPUES DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   HIST-OP-RAW DELIMITED BY SIZE
                   INTO AUDTMP-LINEA
               END-STRING
           END-IF.

      * Last of the rewrites: CONTACTOS-ARCHIVE.DAT without any row of
      * the purged names (old-layout rows are copied untouched).
       PURGAR-ARCHIVO-BAJAS.
           MOVE 0 TO PUR-CAMBIADAS
           OPEN INPUT CONTACTOS-ARCHIVE
           IF ARCHIVE-STATUS NOT = "00"
               DISPLAY "No se pudo releer CONTACTOS-ARCHIVE.DAT ("
                   ARCHIVE-STATUS ")."
               MOVE 8 TO PUR-RC
           ELSE
               OPEN OUTPUT ARCHIVE-TEMP
               IF ARCHTMP-STATUS NOT = "00"
                   DISPLAY "Error al crear CONTACTOS-ARCHIVE.TMP: "
                       ARCHTMP-STATUS
                   CLOSE CONTACTOS-ARCHIVE
                   MOVE 8 TO PUR-RC
               ELSE
                   MOVE 'N' TO PUR-EOF
                   PERFORM UNTIL PUR-EOF = 'S'
                       READ CONTACTOS-ARCHIVE
                           AT END
                               MOVE 'S' TO PUR-EOF
                           NOT AT END
                               MOVE AR-NOMBRE TO PUR-BUSCADO
                               PERFORM BUSCAR-PURGADO
                               IF PUR-HALLADO = 'S'
                                   ADD 1 TO PUR-CAMBIADAS
                                   ADD 1 TO PG-ARCHIVO(PUR-IDX)
                               ELSE
                                   MOVE ARCHIVO-REGISTRO
                                       TO ARCHTMP-REGISTRO
                                   WRITE ARCHTMP-REGISTRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTACTOS-ARCHIVE
                   CLOSE ARCHIVE-TEMP
                   PERFORM COPIAR-TEMP-A-ARCHIVO
                   IF ARCHTMP-STATUS NOT = "00"
                       OR ARCHIVE-STATUS NOT = "00"
                       MOVE 8 TO PUR-RC
                   END-IF
                   MOVE "CONTACTOS-ARCHIVE.DAT" TO PUR-FICHERO
                   MOVE "filas eliminadas" TO PUR-ACCION
                   PERFORM ANOTAR-FICHERO-PURGA
               END-IF
           END-IF.

      * One PURGA line per person: informational for the replay, it
      * records under the pseudonym when the data went and what went.
       ANOTAR-PURGA-AUDITORIA.
           PERFORM VARYING PUR-POS FROM 1 BY 1 UNTIL PUR-POS > PUR-NUM
               MOVE "PURGA" TO AUD-OPERACION
               MOVE PG-SEUDONIMO(PUR-POS) TO AUD-NOMBRE
               MOVE SPACES TO AUD-ANTERIOR
               STRING "baja=" DELIMITED BY SIZE
                   PG-BAJA(PUR-POS) DELIMITED BY SIZE
                   " retencion=" DELIMITED BY SIZE
                   PUR-ANIOS DELIMITED BY SIZE
                   " anios" DELIMITED BY SIZE
                   INTO AUD-ANTERIOR
               END-STRING
               MOVE SPACES TO AUD-NUEVO
               STRING "bajas=" DELIMITED BY SIZE
                   PG-ARCHIVO(PUR-POS) DELIMITED BY SIZE
                   " interacciones=" DELIMITED BY SIZE
                   PG-INTER(PUR-POS) DELIMITED BY SIZE
                   " auditoria=" DELIMITED BY SIZE
                   PG-AUDIT(PUR-POS) DELIMITED BY SIZE
                   INTO AUD-NUEVO
               END-STRING
               PERFORM REGISTRAR-AUDITORIA
           END-PERFORM.

      * The purged people appear only by pseudonym: the report must
      * not keep what the purge removed.
       ESCRIBIR-TOTALES-PURGA.
           PERFORM VARYING PUR-POS FROM 1 BY 1 UNTIL PUR-POS > PUR-NUM
               MOVE SPACES TO PURGA-LINEA
               STRING "Purgado: " DELIMITED BY SIZE
                   PG-SEUDONIMO(PUR-POS) DELIMITED BY SIZE
                   " baja=" DELIMITED BY SIZE
                   PG-BAJA(PUR-POS) DELIMITED BY SIZE
                   " bajas=" DELIMITED BY SIZE
                   PG-ARCHIVO(PUR-POS) DELIMITED BY SIZE
                   " interacciones=" DELIMITED BY SIZE
                   PG-INTER(PUR-POS) DELIMITED BY SIZE
                   " auditoria=" DELIMITED BY SIZE
                   PG-AUDIT(PUR-POS) DELIMITED BY SIZE
                   INTO PURGA-LINEA
               END-STRING
               WRITE PURGA-LINEA
           END-PERFORM
           IF PUR-LLENO = 'S' AND PUR-RC = 0
               MOVE 4 TO PUR-RC
           END-IF
           IF PUR-LLENO = 'S'
               MOVE "Quedan bajas antiguas para otra ejecucion (maximo
      -            " 1000 nombres por purga)." TO PURGA-LINEA
               WRITE PURGA-LINEA
           END-IF
           MOVE SPACES TO PURGA-LINEA
           STRING "Contactos purgados=" DELIMITED BY SIZE
               PUR-NUM DELIMITED BY SIZE
               " omitidos=" DELIMITED BY SIZE
               PUR-OMITIDOS DELIMITED BY SIZE
               " RC=" DELIMITED BY SIZE
               PUR-RC DELIMITED BY SIZE
               INTO PURGA-LINEA
           END-STRING
           WRITE PURGA-LINEA.

      * Relationships between contacts (relaciones.dat): spouses,
      * parents and children, people under the same roof and people
      * at the same company. Every change is audited as RELACION with
      * the relationship image before and after.
       MANTENER-RELACIONES.
           MOVE 0 TO REL-OPCION
           PERFORM MENU-RELACIONES UNTIL REL-OPCION = 4.

       MENU-RELACIONES.
           DISPLAY " "
           DISPLAY "=== RELACIONES ENTRE CONTACTOS ==="
           DISPLAY "1. Ver relaciones de un contacto"
           DISPLAY "2. Registrar relacion"
           DISPLAY "3. Quitar relacion"
           DISPLAY "4. Volver al menu principal"
           DISPLAY "Seleccione opcion (1-4): "
           ACCEPT REL-OPCION
           EVALUATE REL-OPCION
               WHEN 1
                   DISPLAY "Nombre del contacto: "
                   ACCEPT REL-NOMBRE-BUS
                   PERFORM LISTAR-RELACIONES-CONTACTO
               WHEN 2 PERFORM AGREGAR-RELACION
               WHEN 3 PERFORM QUITAR-RELACION
           END-EVALUATE.

      * Every relationship of REL-NOMBRE-BUS, seen from that contact;
      * also shown by VER-CONTACTO-INTERACCIONES.
       LISTAR-RELACIONES-CONTACTO.
           MOVE 0 TO REL-NUM
           DISPLAY "=== RELACIONES ==="
           OPEN INPUT RELACIONES-FILE
           IF REL-STATUS = "00"
               MOVE 'N' TO REL-EOF
               PERFORM UNTIL REL-EOF = 'S'
                   READ RELACIONES-FILE
                       AT END
                           MOVE 'S' TO REL-EOF
                       NOT AT END
                           IF RL-NOMBRE-1 = REL-NOMBRE-BUS
                               OR RL-NOMBRE-2 = REL-NOMBRE-BUS
                               ADD 1 TO REL-NUM
                               PERFORM DESCRIBIR-RELACION
                               DISPLAY REL-DESCRIPCION REL-OTRO
                                   " desde " RL-FECHA
                                   " (" RL-OPERADOR ")"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELACIONES-FILE
           END-IF
           IF REL-NUM = 0
               DISPLAY "Sin relaciones registradas."
           END-IF.

      * The other contact of the row read and what it is to
      * REL-NOMBRE-BUS.
       DESCRIBIR-RELACION.
           IF RL-NOMBRE-1 = REL-NOMBRE-BUS
               MOVE RL-NOMBRE-2 TO REL-OTRO
           ELSE
               MOVE RL-NOMBRE-1 TO REL-OTRO
           END-IF
           EVALUATE RL-TIPO
               WHEN "CONYUGE"
                   MOVE "Conyuge:" TO REL-DESCRIPCION
               WHEN "PADRE-HIJO"
                   IF RL-NOMBRE-1 = REL-NOMBRE-BUS
                       MOVE "Hijo/a:" TO REL-DESCRIPCION
                   ELSE
                       MOVE "Padre/madre:" TO REL-DESCRIPCION
                   END-IF
               WHEN "HOGAR"
                   MOVE "Mismo hogar:" TO REL-DESCRIPCION
               WHEN "EMPRESA"
                   MOVE "Misma empresa:" TO REL-DESCRIPCION
               WHEN OTHER
                   MOVE RL-TIPO TO REL-DESCRIPCION
           END-EVALUATE.

      * Both must be active contacts and two different people; the
      * same link between the same two people (in either order) is
      * kept only once.
       AGREGAR-RELACION.
           PERFORM CAPTURAR-RELACION
           IF REL-VALIDA = 'S'
               MOVE REL-NOMBRE-1 TO C-NOMBRE
               READ CONTACTOS-FILE
                   INVALID KEY
                       DISPLAY "Contacto no encontrado: " REL-NOMBRE-1
                       MOVE 'N' TO REL-VALIDA
               END-READ
               MOVE REL-NOMBRE-2 TO C-NOMBRE
               READ CONTACTOS-FILE
                   INVALID KEY
                       DISPLAY "Contacto no encontrado: " REL-NOMBRE-2
                       MOVE 'N' TO REL-VALIDA
               END-READ
           END-IF
           IF REL-VALIDA = 'S'
               MOVE "*relaciones.dat" TO BLQ-RECURSO
               PERFORM TOMAR-BLOQUEO-ARCHIVO
               IF BLQ-OBTENIDO = 'S'
                   PERFORM GRABAR-RELACION
                   MOVE "*relaciones.dat" TO BLQ-RECURSO
                   PERFORM SOLTAR-BLOQUEO
               ELSE
                   DISPLAY "Relacion no registrada."
               END-IF
           END-IF.

       CAPTURAR-RELACION.
           MOVE 'S' TO REL-VALIDA
           DISPLAY "Primer contacto (en padre-hijo, el padre o la "
               "madre): "
           ACCEPT REL-NOMBRE-1
           DISPLAY "Segundo contacto: "
           ACCEPT REL-NOMBRE-2
           MOVE SPACES TO REL-TIPO-CAP
           PERFORM UNTIL REL-TIPO-CAP = "CONYUGE"
                   OR REL-TIPO-CAP = "PADRE-HIJO"
                   OR REL-TIPO-CAP = "HOGAR"
                   OR REL-TIPO-CAP = "EMPRESA"
               DISPLAY "Tipo (conyuge/padre-hijo/hogar/empresa): "
               ACCEPT REL-TIPO-CAP
               MOVE FUNCTION UPPER-CASE(REL-TIPO-CAP) TO REL-TIPO-CAP
           END-PERFORM
           MOVE REL-TIPO-CAP TO REL-TIPO
           IF REL-NOMBRE-1 = REL-NOMBRE-2
               DISPLAY "Deben ser dos contactos distintos."
               MOVE 'N' TO REL-VALIDA
           END-IF.

      * REL-COINCIDE = 'S' when the row read is the REL-TIPO link
      * between REL-NOMBRE-1 and REL-NOMBRE-2, whichever comes first.
       COMPARAR-RELACION.
           MOVE 'N' TO REL-COINCIDE
           IF RL-TIPO = REL-TIPO
               AND ((RL-NOMBRE-1 = REL-NOMBRE-1
                   AND RL-NOMBRE-2 = REL-NOMBRE-2)
               OR (RL-NOMBRE-1 = REL-NOMBRE-2
                   AND RL-NOMBRE-2 = REL-NOMBRE-1))
               MOVE 'S' TO REL-COINCIDE
           END-IF.

       GRABAR-RELACION.
           MOVE 'N' TO REL-HALLADA
           OPEN INPUT RELACIONES-FILE
           IF REL-STATUS = "00"
               MOVE 'N' TO REL-EOF
               PERFORM UNTIL REL-EOF = 'S'
                   READ RELACIONES-FILE
                       AT END
                           MOVE 'S' TO REL-EOF
                       NOT AT END
                           PERFORM COMPARAR-RELACION
                           IF REL-COINCIDE = 'S'
                               MOVE 'S' TO REL-HALLADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELACIONES-FILE
           END-IF
           IF REL-HALLADA = 'S'
               DISPLAY "Esa relacion ya estaba registrada."
           ELSE
               OPEN EXTEND RELACIONES-FILE
               IF REL-NOT-FOUND
                   CLOSE RELACIONES-FILE
                   OPEN OUTPUT RELACIONES-FILE
               END-IF
               IF REL-STATUS NOT = "00"
                   DISPLAY "No se pudo abrir relaciones.dat ("
                       REL-STATUS ")."
               ELSE
                   PERFORM FIJAR-FECHA-RELACION
                   MOVE REL-NOMBRE-1 TO RL-NOMBRE-1
                   MOVE REL-TIPO TO RL-TIPO
                   MOVE REL-NOMBRE-2 TO RL-NOMBRE-2
                   MOVE REL-FECHA-HOY TO RL-FECHA
                   MOVE OPERADOR-ACTUAL TO RL-OPERADOR
                   PERFORM FORMATEAR-IMAGEN-RELACION
                   WRITE RELACION-REGISTRO
                   CLOSE RELACIONES-FILE
                   MOVE "RELACION" TO AUD-OPERACION
                   MOVE REL-NOMBRE-1 TO AUD-NOMBRE
                   MOVE SPACES TO AUD-ANTERIOR
                   MOVE REL-IMAGEN TO AUD-NUEVO
                   PERFORM REGISTRAR-AUDITORIA
                   DISPLAY "Relacion registrada."
               END-IF
           END-IF.

       QUITAR-RELACION.
           PERFORM CAPTURAR-RELACION
           IF REL-VALIDA = 'S'
               MOVE "*relaciones.dat" TO BLQ-RECURSO
               PERFORM TOMAR-BLOQUEO-ARCHIVO
               IF BLQ-OBTENIDO = 'S'
                   PERFORM BORRAR-RELACION
                   MOVE "*relaciones.dat" TO BLQ-RECURSO
                   PERFORM SOLTAR-BLOQUEO
               ELSE
                   DISPLAY "Relacion no quitada."
               END-IF
           END-IF.

      * Rewrites relaciones.dat through relaciones.tmp without the
      * link; the audit entry is left once the file is rewritten.
       BORRAR-RELACION.
           MOVE 0 TO REL-CAMBIADAS
           OPEN INPUT RELACIONES-FILE
           IF REL-STATUS NOT = "00"
               DISPLAY "No hay relaciones registradas."
           ELSE
               OPEN OUTPUT RELAC-TEMP
               IF RELTMP-STATUS NOT = "00"
                   DISPLAY "No se pudo crear relaciones.tmp ("
                       RELTMP-STATUS ")."
                   CLOSE RELACIONES-FILE
               ELSE
                   MOVE 'N' TO REL-EOF
                   PERFORM UNTIL REL-EOF = 'S'
                       READ RELACIONES-FILE
                           AT END
                               MOVE 'S' TO REL-EOF
                           NOT AT END
                               PERFORM COMPARAR-RELACION
                               IF REL-COINCIDE = 'S'
                                   ADD 1 TO REL-CAMBIADAS
                                   MOVE RL-NOMBRE-1 TO AUD-NOMBRE
                                   PERFORM FORMATEAR-IMAGEN-RELACION
                               ELSE
                                   MOVE RELACION-REGISTRO
                                       TO RELTMP-REGISTRO
                                   WRITE RELTMP-REGISTRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RELACIONES-FILE
                   CLOSE RELAC-TEMP
                   IF REL-CAMBIADAS = 0
                       DISPLAY "Esa relacion no esta registrada."
                   ELSE
                       PERFORM COPIAR-TEMP-A-RELACIONES
                       MOVE "RELACION" TO AUD-OPERACION
                       MOVE REL-IMAGEN TO AUD-ANTERIOR
                       MOVE SPACES TO AUD-NUEVO
                       PERFORM REGISTRAR-AUDITORIA
                       DISPLAY "Relacion quitada."
                   END-IF
               END-IF
           END-IF.

      * Image of the row in the RL- fields for the audit trail.
       FORMATEAR-IMAGEN-RELACION.
           MOVE RL-TIPO TO RI-TIPO
           MOVE RL-NOMBRE-1 TO RI-NOMBRE-1
           MOVE RL-NOMBRE-2 TO RI-NOMBRE-2.

       FIJAR-FECHA-RELACION.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE SPACES TO REL-FECHA-HOY
           STRING AUD-TIMESTAMP(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               AUD-TIMESTAMP(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               AUD-TIMESTAMP(1:4) DELIMITED BY SIZE
               INTO REL-FECHA-HOY
           END-STRING.

      * When a contact is removed its relationships leave
      * relaciones.dat for RELACIONES-ARCHIVE.DAT with the removal
      * date, each one audited, so a reinstatement can bring them
      * back. The removed name comes in REL-NOMBRE-BUS.
       ARCHIVAR-RELACIONES-BAJA.
           MOVE 0 TO REL-CAMBIADAS
           OPEN INPUT RELACIONES-FILE
           IF REL-STATUS NOT = "00"
               CONTINUE
           ELSE
               OPEN OUTPUT RELAC-TEMP
               OPEN EXTEND RELAC-ARCHIVE
               IF RELARCH-NOT-FOUND
                   CLOSE RELAC-ARCHIVE
                   OPEN OUTPUT RELAC-ARCHIVE
               END-IF
               IF RELTMP-STATUS NOT = "00"
                   OR RELARCH-STATUS NOT = "00"
                   DISPLAY "Advertencia: no se pudieron archivar las "
                       "relaciones (" RELTMP-STATUS " "
                       RELARCH-STATUS "); quedan en relaciones.dat."
                   CLOSE RELACIONES-FILE
                   CLOSE RELAC-TEMP
                   CLOSE RELAC-ARCHIVE
               ELSE
                   PERFORM FIJAR-FECHA-RELACION
                   MOVE 'N' TO REL-EOF
                   PERFORM UNTIL REL-EOF = 'S'
                       READ RELACIONES-FILE
                           AT END
                               MOVE 'S' TO REL-EOF
                           NOT AT END
                               IF RL-NOMBRE-1 = REL-NOMBRE-BUS
                                   OR RL-NOMBRE-2 = REL-NOMBRE-BUS
                                   PERFORM ARCHIVAR-RELACION
                               ELSE
                                   MOVE RELACION-REGISTRO
                                       TO RELTMP-REGISTRO
                                   WRITE RELTMP-REGISTRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RELACIONES-FILE
                   CLOSE RELAC-TEMP
                   CLOSE RELAC-ARCHIVE
                   IF REL-CAMBIADAS > 0
                       PERFORM COPIAR-TEMP-A-RELACIONES
                   END-IF
               END-IF
           END-IF.

       ARCHIVAR-RELACION.
           ADD 1 TO REL-CAMBIADAS
           MOVE RELACION-REGISTRO TO RELARCH-REGISTRO
           MOVE REL-FECHA-HOY TO RA-FECHA-BAJA
           WRITE RELARCH-REGISTRO
           PERFORM FORMATEAR-IMAGEN-RELACION
           MOVE "RELACION" TO AUD-OPERACION
           MOVE REL-NOMBRE-BUS TO AUD-NOMBRE
           MOVE REL-IMAGEN TO AUD-ANTERIOR
           MOVE "(archivada con la baja del contacto)" TO AUD-NUEVO
           PERFORM REGISTRAR-AUDITORIA.

      * Reinstatement of REL-NOMBRE-BUS: its archived relationships
      * whose other contact is active go back to relaciones.dat; one
      * whose other contact is still removed waits in the archive
      * until that one is reinstated too.
       RESTAURAR-RELACIONES.
           MOVE "*relaciones.dat" TO BLQ-RECURSO
           PERFORM TOMAR-BLOQUEO-ARCHIVO
           IF BLQ-OBTENIDO = 'S'
               PERFORM DEVOLVER-RELACIONES
               MOVE "*relaciones.dat" TO BLQ-RECURSO
               PERFORM SOLTAR-BLOQUEO
           ELSE
               DISPLAY "Advertencia: las relaciones del contacto "
                   "siguen archivadas."
           END-IF.

       DEVOLVER-RELACIONES.
           MOVE 0 TO REL-CAMBIADAS
           OPEN INPUT RELAC-ARCHIVE
           IF RELARCH-STATUS NOT = "00"
               CONTINUE
           ELSE
               OPEN OUTPUT RELAC-TEMP
               OPEN EXTEND RELACIONES-FILE
               IF REL-NOT-FOUND
                   CLOSE RELACIONES-FILE
                   OPEN OUTPUT RELACIONES-FILE
               END-IF
               IF RELTMP-STATUS NOT = "00"
                   OR REL-STATUS NOT = "00"
                   DISPLAY "Advertencia: no se pudieron devolver las "
                       "relaciones (" RELTMP-STATUS " "
                       REL-STATUS "); siguen archivadas."
                   CLOSE RELAC-ARCHIVE
                   CLOSE RELAC-TEMP
                   CLOSE RELACIONES-FILE
               ELSE
                   MOVE 'N' TO REL-EOF
                   PERFORM UNTIL REL-EOF = 'S'
                       READ RELAC-ARCHIVE
                           AT END
                               MOVE 'S' TO REL-EOF
                           NOT AT END
                               PERFORM DECIDIR-DEVOLUCION
                               IF REL-COINCIDE = 'S'
                                   PERFORM DEVOLVER-RELACION
                               ELSE
                                   MOVE RELARCH-REGISTRO
                                       TO RELTMP-REGISTRO
                                   WRITE RELTMP-REGISTRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RELAC-ARCHIVE
                   CLOSE RELAC-TEMP
                   CLOSE RELACIONES-FILE
                   IF REL-CAMBIADAS > 0
                       PERFORM COPIAR-TEMP-A-RELAC-ARCHIVE
                       DISPLAY "Relaciones recuperadas: "
                           REL-CAMBIADAS
                   END-IF
               END-IF
           END-IF.

      * REL-COINCIDE = 'S' when the archived row belongs to the
      * reinstated contact and its other contact is active.
       DECIDIR-DEVOLUCION.
           MOVE 'N' TO REL-COINCIDE
           IF RA-NOMBRE-1 = REL-NOMBRE-BUS
               MOVE RA-NOMBRE-2 TO REL-OTRO
               MOVE 'S' TO REL-COINCIDE
           END-IF
           IF RA-NOMBRE-2 = REL-NOMBRE-BUS
               MOVE RA-NOMBRE-1 TO REL-OTRO
               MOVE 'S' TO REL-COINCIDE
           END-IF
           IF REL-COINCIDE = 'S'
               MOVE REL-OTRO TO C-NOMBRE
               READ CONTACTOS-FILE
                   INVALID KEY
                       MOVE 'N' TO REL-COINCIDE
               END-READ
           END-IF.

       DEVOLVER-RELACION.
           ADD 1 TO REL-CAMBIADAS
           MOVE RA-NOMBRE-1 TO RL-NOMBRE-1
           MOVE RA-TIPO TO RL-TIPO
           MOVE RA-NOMBRE-2 TO RL-NOMBRE-2
           MOVE RA-FECHA TO RL-FECHA
           MOVE RA-OPERADOR TO RL-OPERADOR
           PERFORM FORMATEAR-IMAGEN-RELACION
           WRITE RELACION-REGISTRO
           MOVE "RELACION" TO AUD-OPERACION
           MOVE REL-NOMBRE-BUS TO AUD-NOMBRE
           MOVE "(archivada con la baja del contacto)" TO AUD-ANTERIOR
           MOVE REL-IMAGEN TO AUD-NUEVO
           PERFORM REGISTRAR-AUDITORIA.

      * Merge: the relationships of the duplicate (REL-NOMBRE-BUS)
      * pass to the survivor (REL-SOBREVIVE) before the duplicate is
      * removed. One that would link the survivor with itself, or
      * that the survivor already has, is dropped. Each row touched
      * is audited under the survivor.
       TRASPASAR-RELACIONES-FUSION.
           MOVE "*relaciones.dat" TO BLQ-RECURSO
           PERFORM TOMAR-BLOQUEO-ARCHIVO
           IF BLQ-OBTENIDO = 'S'
               PERFORM CARGAR-RELACIONES-SOBREVIVE
               PERFORM REESCRIBIR-RELACIONES-FUSION
               MOVE "*relaciones.dat" TO BLQ-RECURSO
               PERFORM SOLTAR-BLOQUEO
           ELSE
               DISPLAY "Advertencia: las relaciones del duplicado se "
                   "archivan con su baja."
           END-IF.

       CARGAR-RELACIONES-SOBREVIVE.
           MOVE 0 TO REL-SOB-NUM
           OPEN INPUT RELACIONES-FILE
           IF REL-STATUS = "00"
               MOVE 'N' TO REL-EOF
               PERFORM UNTIL REL-EOF = 'S'
                   READ RELACIONES-FILE
                       AT END
                           MOVE 'S' TO REL-EOF
                       NOT AT END
                           IF (RL-NOMBRE-1 = REL-SOBREVIVE
                               OR RL-NOMBRE-2 = REL-SOBREVIVE)
                               AND REL-SOB-NUM < 500
                               ADD 1 TO REL-SOB-NUM
                               MOVE RL-TIPO TO RS-TIPO(REL-SOB-NUM)
                               IF RL-NOMBRE-1 = REL-SOBREVIVE
                                   MOVE RL-NOMBRE-2
                                       TO RS-OTRO(REL-SOB-NUM)
                               ELSE
                                   MOVE RL-NOMBRE-1
                                       TO RS-OTRO(REL-SOB-NUM)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELACIONES-FILE
           END-IF.

       REESCRIBIR-RELACIONES-FUSION.
           MOVE 0 TO REL-CAMBIADAS
           OPEN INPUT RELACIONES-FILE
           IF REL-STATUS NOT = "00"
               CONTINUE
           ELSE
               OPEN OUTPUT RELAC-TEMP
               IF RELTMP-STATUS NOT = "00"
                   DISPLAY "Advertencia: no se pudo crear "
                       "relaciones.tmp (" RELTMP-STATUS "); las "
                       "relaciones del duplicado se archivan con su "
                       "baja."
                   CLOSE RELACIONES-FILE
               ELSE
                   MOVE 'N' TO REL-EOF
                   PERFORM UNTIL REL-EOF = 'S'
                       READ RELACIONES-FILE
                           AT END
                               MOVE 'S' TO REL-EOF
                           NOT AT END
                               IF RL-NOMBRE-1 = REL-NOMBRE-BUS
                                   OR RL-NOMBRE-2 = REL-NOMBRE-BUS
                                   PERFORM TRASPASAR-RELACION
                               ELSE
                                   MOVE RELACION-REGISTRO
                                       TO RELTMP-REGISTRO
                                   WRITE RELTMP-REGISTRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE RELACIONES-FILE
                   CLOSE RELAC-TEMP
                   IF REL-CAMBIADAS > 0
                       PERFORM COPIAR-TEMP-A-RELACIONES
                   END-IF
               END-IF
           END-IF.

       TRASPASAR-RELACION.
           ADD 1 TO REL-CAMBIADAS
           PERFORM FORMATEAR-IMAGEN-RELACION
           MOVE REL-IMAGEN TO AUD-ANTERIOR
           IF RL-NOMBRE-1 = REL-NOMBRE-BUS
               MOVE REL-SOBREVIVE TO RL-NOMBRE-1
               MOVE RL-NOMBRE-2 TO REL-OTRO
           ELSE
               MOVE REL-SOBREVIVE TO RL-NOMBRE-2
               MOVE RL-NOMBRE-1 TO REL-OTRO
           END-IF
           MOVE 'N' TO REL-HALLADA
           IF REL-OTRO = REL-SOBREVIVE
               MOVE 'S' TO REL-HALLADA
           END-IF
           PERFORM VARYING REL-K FROM 1 BY 1 UNTIL REL-K > REL-SOB-NUM
               IF RS-TIPO(REL-K) = RL-TIPO
                   AND RS-OTRO(REL-K) = REL-OTRO
                   MOVE 'S' TO REL-HALLADA
               END-IF
           END-PERFORM
           IF REL-HALLADA = 'S'
               MOVE "(descartada en la fusion: repetida)" TO AUD-NUEVO
           ELSE
               MOVE RELACION-REGISTRO TO RELTMP-REGISTRO
               WRITE RELTMP-REGISTRO
               IF REL-SOB-NUM < 500
                   ADD 1 TO REL-SOB-NUM
                   MOVE RL-TIPO TO RS-TIPO(REL-SOB-NUM)
                   MOVE REL-OTRO TO RS-OTRO(REL-SOB-NUM)
               END-IF
               PERFORM FORMATEAR-IMAGEN-RELACION
               MOVE REL-IMAGEN TO AUD-NUEVO
           END-IF
           MOVE "RELACION" TO AUD-OPERACION
           MOVE REL-SOBREVIVE TO AUD-NOMBRE
           PERFORM REGISTRAR-AUDITORIA.

      * Truncating copy-back phase, same guard as
      * COPIAR-TEMP-A-COMUNICACIONES.
       COPIAR-TEMP-A-RELACIONES.
           OPEN INPUT RELAC-TEMP
           IF RELTMP-STATUS NOT = "00"
               DISPLAY "Advertencia: no se pudo releer "
                   "relaciones.tmp (" RELTMP-STATUS "); "
                   "relaciones.dat queda sin cambios."
           ELSE
               OPEN OUTPUT RELACIONES-FILE
               IF REL-STATUS NOT = "00"
                   DISPLAY "Advertencia: no se pudo reescribir "
                       "relaciones.dat (" REL-STATUS "); se "
                       "conserva relaciones.tmp."
                   CLOSE RELAC-TEMP
               ELSE
                   MOVE 'N' TO REL-EOF
                   PERFORM UNTIL REL-EOF = 'S'
                       READ RELAC-TEMP
                           AT END
                               MOVE 'S' TO REL-EOF
                           NOT AT END
                               MOVE RELTMP-REGISTRO
                                   TO RELACION-REGISTRO
                               WRITE RELACION-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE RELAC-TEMP
                   CLOSE RELACIONES-FILE
               END-IF
           END-IF.

       COPIAR-TEMP-A-RELAC-ARCHIVE.
           OPEN INPUT RELAC-TEMP
           IF RELTMP-STATUS NOT = "00"
               DISPLAY "Advertencia: no se pudo releer "
                   "relaciones.tmp (" RELTMP-STATUS "); "
                   "RELACIONES-ARCHIVE.DAT queda sin cambios."
           ELSE
               OPEN OUTPUT RELAC-ARCHIVE
               IF RELARCH-STATUS NOT = "00"
                   DISPLAY "Advertencia: no se pudo reescribir "
                       "RELACIONES-ARCHIVE.DAT (" RELARCH-STATUS
                       "); se conserva relaciones.tmp."
                   CLOSE RELAC-TEMP
               ELSE
                   MOVE 'N' TO REL-EOF
                   PERFORM UNTIL REL-EOF = 'S'
                       READ RELAC-TEMP
                           AT END
                               MOVE 'S' TO REL-EOF
                           NOT AT END
                               MOVE RELTMP-REGISTRO
                                   TO RELARCH-REGISTRO
                               WRITE RELARCH-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE RELAC-TEMP
                   CLOSE RELAC-ARCHIVE
               END-IF
           END-IF.

      * Households for the "one per household" mailings: CONYUGE,
      * PADRE-HIJO and HOGAR links are chained so that everyone
      * reachable through them shares one household number (the
      * position of whoever opened it). Past the table's size the
      * people left out simply get their own mailing.
       CARGAR-HOGARES.
           MOVE 0 TO HOG-NUM-MIEMBROS
           MOVE 'N' TO HOG-LLENO
           OPEN INPUT RELACIONES-FILE
           IF REL-STATUS = "00"
               MOVE 'N' TO REL-EOF
               PERFORM UNTIL REL-EOF = 'S'
                   READ RELACIONES-FILE
                       AT END
                           MOVE 'S' TO REL-EOF
                       NOT AT END
                           IF RL-TIPO = "CONYUGE"
                               OR RL-TIPO = "PADRE-HIJO"
                               OR RL-TIPO = "HOGAR"
                               PERFORM UNIR-HOGAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELACIONES-FILE
           END-IF
           IF HOG-LLENO = 'S'
               DISPLAY "Advertencia: demasiados miembros de hogar; "
                   "los que no caben reciben su envio aparte."
           END-IF.

       UNIR-HOGAR.
           MOVE RL-NOMBRE-1 TO HOG-NOMBRE-BUS
           PERFORM ALTA-MIEMBRO-HOGAR
           MOVE HOG-POS TO HOG-IDX-1
           MOVE RL-NOMBRE-2 TO HOG-NOMBRE-BUS
           PERFORM ALTA-MIEMBRO-HOGAR
           MOVE HOG-POS TO HOG-IDX-2
           IF HOG-IDX-1 > 0 AND HOG-IDX-2 > 0
               IF HM-HOGAR(HOG-IDX-1) NOT = HM-HOGAR(HOG-IDX-2)
                   MOVE HM-HOGAR(HOG-IDX-2) TO HOG-DE
                   MOVE HM-HOGAR(HOG-IDX-1) TO HOG-A
                   PERFORM VARYING HOG-K FROM 1 BY 1
                           UNTIL HOG-K > HOG-NUM-MIEMBROS
                       IF HM-HOGAR(HOG-K) = HOG-DE
                           MOVE HOG-A TO HM-HOGAR(HOG-K)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * Position of HOG-NOMBRE-BUS, added in a household of its own
      * when new; 0 when it is not there and there is no room left.
       ALTA-MIEMBRO-HOGAR.
           PERFORM BUSCAR-MIEMBRO-HOGAR
           IF HOG-POS = 0
               IF HOG-NUM-MIEMBROS < 2000
                   ADD 1 TO HOG-NUM-MIEMBROS
                   MOVE HOG-NUM-MIEMBROS TO HOG-POS
                   MOVE HOG-NOMBRE-BUS TO HM-NOMBRE(HOG-POS)
                   MOVE HOG-POS TO HM-HOGAR(HOG-POS)
               ELSE
                   MOVE 'S' TO HOG-LLENO
               END-IF
           END-IF.

       BUSCAR-MIEMBRO-HOGAR.
           MOVE 0 TO HOG-POS
           PERFORM VARYING HOG-J FROM 1 BY 1
                   UNTIL HOG-J > HOG-NUM-MIEMBROS OR HOG-POS > 0
               IF HM-NOMBRE(HOG-J) = HOG-NOMBRE-BUS
                   MOVE HOG-J TO HOG-POS
               END-IF
           END-PERFORM.

      * Start of a mailing run (letters, CSV export, campaign): with
      * HOG-MODO = 'S' the households are loaded and nobody has been
      * grouped yet.
       PREPARAR-HOGARES.
           MOVE 0 TO HOG-NUM-ENVIOS
           MOVE 0 TO HOG-AGRUPADOS
           MOVE 0 TO HOG-NUM-MIEMBROS
           MOVE SPACES TO HOG-SALUDO
           IF HOG-MODO = 'S'
               PERFORM CARGAR-HOGARES
           END-IF.

      * Called where a recipient (HOG-NOMBRE-BUS) would get its
      * mailing. A household member is held back instead
      * (HOG-DIFERIDO = 'S'): the first of each household is its
      * primary, and what its mailing needs is kept; the later ones
      * are only named in the primary's salutation. The mailings go
      * out at the end of the run, in the order the primaries came.
       AGRUPAR-EN-HOGAR.
           MOVE 'N' TO HOG-DIFERIDO
           IF HOG-MODO = 'S'
               PERFORM BUSCAR-MIEMBRO-HOGAR
               IF HOG-POS > 0 AND HOG-NUM-ENVIOS < 2000
                   MOVE 'S' TO HOG-DIFERIDO
                   ADD 1 TO HOG-NUM-ENVIOS
                   MOVE HOG-NOMBRE-BUS TO HR-NOMBRE(HOG-NUM-ENVIOS)
                   MOVE HM-HOGAR(HOG-POS) TO HR-HOGAR(HOG-NUM-ENVIOS)
                   MOVE 'S' TO HR-PRIMARIO(HOG-NUM-ENVIOS)
                   PERFORM VARYING HOG-J FROM 1 BY 1
                           UNTIL HOG-J >= HOG-NUM-ENVIOS
                       IF HR-HOGAR(HOG-J) = HR-HOGAR(HOG-NUM-ENVIOS)
                           MOVE 'N' TO HR-PRIMARIO(HOG-NUM-ENVIOS)
                       END-IF
                   END-PERFORM
                   IF HR-PRIMARIO(HOG-NUM-ENVIOS) = 'S'
                       MOVE CONTACTO-REGISTRO TO HXA-CONTACTO
                       MOVE CUMPLE-DET TO HXA-CUMPLE
                       MOVE COMU-EMAIL-UTIL TO HXA-EMAIL-UTIL
                       MOVE T-EMAIL TO HXA-EMAIL-CSV
                       MOVE HOG-CONTEXTO-ACT
                           TO HR-CONTEXTO(HOG-NUM-ENVIOS)
                   ELSE
                       ADD 1 TO HOG-AGRUPADOS
                   END-IF
               END-IF
           END-IF.

      * Puts back what the primary at HOG-K had when it was held and
      * builds the salutation of its household.
       RECUPERAR-CONTEXTO-HOGAR.
           MOVE HR-CONTEXTO(HOG-K) TO HOG-CONTEXTO-ACT
           MOVE HXA-CONTACTO TO CONTACTO-REGISTRO
           MOVE HXA-CUMPLE TO CUMPLE-DET
           MOVE HXA-EMAIL-UTIL TO COMU-EMAIL-UTIL
           MOVE HXA-EMAIL-CSV TO T-EMAIL
           PERFORM COMPONER-SALUDO-HOGAR.

      * "Ana, Luis y Marta": the primary first, then the others of the
      * household in the order they came.
       COMPONER-SALUDO-HOGAR.
           MOVE 0 TO HOG-CUENTA
           PERFORM VARYING HOG-J FROM HOG-K BY 1
                   UNTIL HOG-J > HOG-NUM-ENVIOS
               IF HR-HOGAR(HOG-J) = HR-HOGAR(HOG-K)
                   ADD 1 TO HOG-CUENTA
               END-IF
           END-PERFORM
           MOVE SPACES TO HOG-SALUDO
           MOVE 1 TO HOG-PTR
           MOVE 0 TO HOG-ORDEN
           PERFORM VARYING HOG-J FROM HOG-K BY 1
                   UNTIL HOG-J > HOG-NUM-ENVIOS
               IF HR-HOGAR(HOG-J) = HR-HOGAR(HOG-K)
                   ADD 1 TO HOG-ORDEN
                   EVALUATE TRUE
                       WHEN HOG-ORDEN = 1
                           CONTINUE
                       WHEN HOG-ORDEN = HOG-CUENTA
                           STRING " y " DELIMITED BY SIZE
                               INTO HOG-SALUDO
                               WITH POINTER HOG-PTR
                           END-STRING
                       WHEN OTHER
                           STRING ", " DELIMITED BY SIZE
                               INTO HOG-SALUDO
                               WITH POINTER HOG-PTR
                           END-STRING
                   END-EVALUATE
                   STRING FUNCTION TRIM(HR-NOMBRE(HOG-J))
                       DELIMITED BY SIZE
                       INTO HOG-SALUDO
                       WITH POINTER HOG-PTR
                   END-STRING
               END-IF
           END-PERFORM.

      * End of a letters run: one letter per household.
       EMITIR-CARTAS-HOGAR.
           PERFORM VARYING HOG-K FROM 1 BY 1
                   UNTIL HOG-K > HOG-NUM-ENVIOS
               IF HR-PRIMARIO(HOG-K) = 'S'
                   PERFORM RECUPERAR-CONTEXTO-HOGAR
                   PERFORM ESCRIBIR-CARTA
               END-IF
           END-PERFORM
           MOVE SPACES TO HOG-SALUDO.

      * End of a CSV export: one row per household.
       EMITIR-CSV-HOGAR.
           PERFORM VARYING HOG-K FROM 1 BY 1
                   UNTIL HOG-K > HOG-NUM-ENVIOS
               IF HR-PRIMARIO(HOG-K) = 'S'
                   PERFORM RECUPERAR-CONTEXTO-HOGAR
                   PERFORM ESCRIBIR-LINEA-CSV
               END-IF
           END-PERFORM
           MOVE SPACES TO HOG-SALUDO.

      * End of a campaign run: the primary's mailing goes out and is
      * logged as usual; the other members are logged as suppressed
      * with reason HOGAR and where that mailing went.
       EMITIR-CAMPANA-HOGAR.
           PERFORM VARYING HOG-K FROM 1 BY 1
                   UNTIL HOG-K > HOG-NUM-ENVIOS
               IF HR-PRIMARIO(HOG-K) = 'S'
                   PERFORM RECUPERAR-CONTEXTO-HOGAR
                   MOVE SPACES TO CAMP-MOTIVO
                   MOVE SPACES TO CAMP-DESTINO
                   PERFORM ENVIAR-CAMPANA-CONTACTO
                   PERFORM ANOTAR-ENVIO-CAMPANA
                   PERFORM ANOTAR-AGRUPADOS-CAMPANA
               END-IF
           END-PERFORM
           MOVE SPACES TO HOG-SALUDO.

       ANOTAR-AGRUPADOS-CAMPANA.
           MOVE "HOGAR" TO CAMP-MOTIVO
           PERFORM VARYING HOG-J FROM HOG-K BY 1
                   UNTIL HOG-J > HOG-NUM-ENVIOS
               IF HR-HOGAR(HOG-J) = HR-HOGAR(HOG-K)
                   AND HOG-J NOT = HOG-K
                   MOVE HR-NOMBRE(HOG-J) TO C-NOMBRE
                   PERFORM ANOTAR-ENVIO-CAMPANA
               END-IF
           END-PERFORM.

      * Unattended mode: reads lote.cmd (one command per line -
      * "CUMPLEANOS nn", "EXPORTAR-CSV [HOGAR]", "RECONCILIAR",
      * "CARTAS nn [HOGAR]",
      * "RECUPERAR", "INACTIVOS nn", "RESPALDAR", "AGENDA",
      * "IMPORTAR-CSV [ACTUALIZAR]", "EXPORTAR-VCF [categoria]",
      * "EXPORTAR-ICS [categoria]", "VERIFICAR",
      * "RESUMEN [AAAAMM o AAAAMM-AAAAMM]",
      * "INTEGRIDAD [REPARAR]", "REBOTES", "CAMPANA codigo",
      * "SEGUIMIENTO-CAMPANA codigo", "CIERRE-ANUAL [AAAA]",
      * "PURGA [anios]"), runs each operation with no dialogs and
      * leaves one line per command with its return code in
      * lote-resumen.rpt.
      * The highest RC is handed back to the scheduler in RETURN-CODE
      * (0 ok, 4 warning, 8 error).
      * Any line may carry "RC<=n": the step only runs when the RC of
      * the step before it was at most n (a step skipped that way
      * passes the same RC on, so a whole dependent chain stops).
      * Every step is logged in lote-control.dat; rerun on the same
      * day, the list resumes at the first step that did not finish
      * cleanly (RC 8, or started and never finished), and the steps
      * before it are not repeated. "LOTE NUEVO" forces a fresh run.
       EJECUTAR-LOTE.
           MOVE 0 TO LOTE-RC-MAX
           MOVE 0 TO LOTE-NUM-COMANDOS
           MOVE FUNCTION CURRENT-DATE TO WS-HOY
           OPEN OUTPUT LOTE-RESUMEN
           IF RESUMEN-STATUS NOT = "00"
               DISPLAY "Error al crear lote-resumen.rpt: "
                   RESUMEN-STATUS
               MOVE 8 TO LOTE-RC-MAX
           ELSE
               MOVE SPACES TO RESUMEN-LINEA
               STRING "=== RESUMEN DE EJECUCION EN LOTE - "
                   DELIMITED BY SIZE
                   WS-HOY(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HOY(9:6) DELIMITED BY SIZE
                   " ===" DELIMITED BY SIZE
                   INTO RESUMEN-LINEA
               END-STRING
               WRITE RESUMEN-LINEA
      * One lote run at a time: the lote session of an earlier run
      * still open is one that died, and is closed first so its locks
      * do not hold this one up; a second run started at the same
      * moment waits for the first, then gives up with RC 8.
               PERFORM CERRAR-LOTES-ANTERIORES
               MOVE "*LOTE*" TO BLQ-RECURSO
               PERFORM TOMAR-BLOQUEO-ARCHIVO
               IF BLQ-OBTENIDO NOT = 'S'
                   MOVE "ERROR: otra ejecucion en lote en curso  RC=8"
                       TO RESUMEN-LINEA
                   WRITE RESUMEN-LINEA
                   MOVE 8 TO LOTE-RC-MAX
               ELSE
                   PERFORM PREPARAR-CONTROL-LOTE
                   OPEN INPUT LOTE-FILE
                   IF LOTE-STATUS NOT = "00"
                       MOVE "ERROR: no se encontro lote.cmd  RC=8"
                           TO RESUMEN-LINEA
                       WRITE RESUMEN-LINEA
                       MOVE 8 TO LOTE-RC-MAX
                   ELSE
                       MOVE 'N' TO LOTE-EOF
                       PERFORM UNTIL LOTE-EOF = 'S'
                           READ LOTE-FILE
                               AT END
                                   MOVE 'S' TO LOTE-EOF
                               NOT AT END
                                   IF LOTE-LINEA NOT = SPACES
                                       PERFORM EJECUTAR-COMANDO-LOTE
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE LOTE-FILE
                       IF LOTE-REANUDANDO = 'S'
                           MOVE SPACES TO RESUMEN-LINEA
                           STRING "Nada pendiente: la ejecucion "
                               DELIMITED BY SIZE
                               LOTE-RUN-ID DELIMITED BY SIZE
                               " ya termino todos sus pasos "
                               DELIMITED BY SIZE
                               "(LOTE NUEVO " DELIMITED BY SIZE
                               "para repetirla)." DELIMITED BY SIZE
                               INTO RESUMEN-LINEA
                           END-STRING
                           WRITE RESUMEN-LINEA
                           DISPLAY FUNCTION TRIM(RESUMEN-LINEA)
                       END-IF
                   END-IF
                   MOVE "*LOTE*" TO BLQ-RECURSO
                   PERFORM SOLTAR-BLOQUEO
               END-IF
               MOVE SPACES TO RESUMEN-LINEA
               STRING "FIN: " DELIMITED BY SIZE
                   LOTE-NUM-COMANDOS DELIMITED BY SIZE
                   " comandos ejecutados  RC-MAXIMO=" DELIMITED BY SIZE
                   LOTE-RC-MAX DELIMITED BY SIZE
                   INTO RESUMEN-LINEA
               END-STRING
               WRITE RESUMEN-LINEA
               CLOSE LOTE-RESUMEN
           END-IF.

      * Writes the 'T' line for every lote session that started before
      * this one and never ended: the scheduler starts one run at a
      * time, so such a run was killed or crashed. Its locks (*LOTE*
      * and any other) go with it, and the rerun can resume at the
      * step that was left unfinished.
       CERRAR-LOTES-ANTERIORES.
           PERFORM CARGAR-SESIONES
           PERFORM VARYING SES-POS FROM 1 BY 1 UNTIL SES-POS > SES-NUM
               IF ST-ACTIVA(SES-POS) = 'S'
                   AND ST-MODO(SES-POS) = 'L'
                   AND ST-ID(SES-POS) < SESION-ID
                   MOVE 'T' TO SES-EVENTO-CAP
                   MOVE "lote interrumpido" TO SES-NOTA-CAP
                   MOVE ST-ID(SES-POS) TO SES-BUSCADA
                   PERFORM GRABAR-EVENTO-SESION
                   MOVE SPACES TO RESUMEN-LINEA
                   STRING "Aviso: se cierra la sesion de lote "
                       DELIMITED BY SIZE
                       ST-ID(SES-POS) DELIMITED BY SIZE
                       " de una ejecucion interrumpida."
                       DELIMITED BY SIZE
                       INTO RESUMEN-LINEA
                   END-STRING
                   WRITE RESUMEN-LINEA
                   DISPLAY FUNCTION TRIM(RESUMEN-LINEA)
               END-IF
           END-PERFORM.

      * Runs one lote.cmd line. The outcome is judged by the FILE
      * STATUS of the file each operation produces; an unknown command
      * is an error so the scheduler notices it. While contactos.dat
      * is unavailable only RECUPERAR may run - anything else fails.
       EJECUTAR-COMANDO-LOTE.
           ADD 1 TO LOTE-NUM-COMANDOS
           PERFORM SEPARAR-CONDICION-LOTE
           MOVE SPACES TO LOTE-COMANDO
           MOVE SPACES TO LOTE-ARGUMENTO
           MOVE SPACES TO LOTE-OPCION
           UNSTRING LOTE-LINEA-CMD DELIMITED BY ALL " "
               INTO LOTE-COMANDO LOTE-ARGUMENTO LOTE-OPCION
           END-UNSTRING
           MOVE 0 TO LOTE-RC
           IF LOTE-REANUDANDO = 'S'
               PERFORM COMPROBAR-PASO-TERMINADO
           END-IF
           IF LOTE-REANUDANDO = 'S'
               PERFORM ANOTAR-PASO-TERMINADO
           ELSE
               IF LOTE-COND-OK NOT = 'S'
                   DISPLAY "Condicion RC<=n invalida en lote.cmd: "
                       FUNCTION TRIM(LOTE-LINEA)
                   MOVE 8 TO LOTE-RC
                   PERFORM ANOTAR-RESULTADO-LOTE
               ELSE
                   IF LOTE-COND-PRESENTE = 'S'
                       AND LOTE-RC-PREVIO > LOTE-COND-RC
                       PERFORM ANOTAR-PASO-OMITIDO
                   ELSE
                       MOVE 'I' TO LOTE-CTL-ESTADO
                       MOVE 0 TO LOTE-CTL-RC
                       PERFORM GRABAR-CONTROL-LOTE
                       PERFORM LANZAR-COMANDO-LOTE
                   END-IF
               END-IF
           END-IF.

       LANZAR-COMANDO-LOTE.
           MOVE 'N' TO BLQ-FALLO-LOTE
           IF CONTACTOS-ABIERTO NOT = 'S'
               AND FUNCTION UPPER-CASE(LOTE-COMANDO)
                   NOT = "RECUPERAR"
               DISPLAY "Comando omitido; contactos.dat no esta "
                   "disponible: " LOTE-COMANDO
               MOVE 8 TO LOTE-RC
               PERFORM ANOTAR-RESULTADO-LOTE
           ELSE
               PERFORM EVALUAR-COMANDO-LOTE
           END-IF.

       EVALUAR-COMANDO-LOTE.
           EVALUATE FUNCTION UPPER-CASE(LOTE-COMANDO)
               WHEN "CUMPLEANOS"
                   PERFORM VALIDAR-ARGUMENTO-DIAS
                   IF LOTE-ARG-OK NOT = 'S'
                       MOVE 8 TO LOTE-RC
                   ELSE
                       PERFORM GENERAR-CUMPLEANOS
                       IF RPT-STATUS NOT = "00"
                           MOVE 8 TO LOTE-RC
                       END-IF
                   END-IF
               WHEN "EXPORTAR-CSV"
                   MOVE LOTE-ARGUMENTO TO LOTE-OPCION
                   PERFORM VALIDAR-OPCION-HOGAR
                   IF LOTE-ARG-OK NOT = 'S'
                       MOVE 8 TO LOTE-RC
                   ELSE
                       PERFORM EJECUTAR-EXPORTACION
                       IF CSV-STATUS NOT = "00"
                           MOVE 8 TO LOTE-RC
                       END-IF
                   END-IF
               WHEN "RECONCILIAR"
                   PERFORM RECONCILIAR-ARCHIVO
                   IF ARCHIVE-STATUS NOT = "00"
                       MOVE 4 TO LOTE-RC
                   ELSE
                       IF RECON-STATUS NOT = "00"
                           MOVE 8 TO LOTE-RC
                       END-IF
                   END-IF
               WHEN "CARTAS"
                   IF FUNCTION UPPER-CASE(LOTE-ARGUMENTO) = "HOGAR"
                       AND LOTE-OPCION = SPACES
                       MOVE LOTE-ARGUMENTO TO LOTE-OPCION
                       MOVE SPACES TO LOTE-ARGUMENTO
                   END-IF
                   PERFORM VALIDAR-OPCION-HOGAR
                   IF LOTE-ARG-OK = 'S'
                       PERFORM VALIDAR-ARGUMENTO-DIAS
                   END-IF
                   IF LOTE-ARG-OK NOT = 'S'
                       MOVE 8 TO LOTE-RC
                   ELSE
                       PERFORM EJECUTAR-CARTAS
                       MOVE CARTAS-RC TO LOTE-RC
                   END-IF
               WHEN "INACTIVOS"
                   PERFORM VALIDAR-ARGUMENTO-DIAS
                   IF LOTE-ARG-OK NOT = 'S'
                       MOVE 8 TO LOTE-RC
                   ELSE
                       PERFORM GENERAR-INACTIVOS
                       MOVE INACT-RC TO LOTE-RC
                   END-IF
               WHEN "RESPALDAR"
                   PERFORM EJECUTAR-RESPALDO
                   MOVE RESP-RC TO LOTE-RC
               WHEN "AGENDA"
                   PERFORM GENERAR-AGENDA
                   MOVE AGENDA-RC TO LOTE-RC
               WHEN "IMPORTAR-CSV"
                   MOVE 'I' TO IMP-MODO
                   MOVE 'S' TO LOTE-ARG-OK
                   IF LOTE-ARGUMENTO NOT = SPACES
                       IF FUNCTION UPPER-CASE(LOTE-ARGUMENTO)
                           = "ACTUALIZAR"
                           MOVE 'A' TO IMP-MODO
                       ELSE
                           DISPLAY "Argumento invalido para "
                               "IMPORTAR-CSV: "
                               FUNCTION TRIM(LOTE-ARGUMENTO)
                           MOVE 'N' TO LOTE-ARG-OK
                       END-IF
                   END-IF
                   IF LOTE-ARG-OK NOT = 'S'
                       MOVE 8 TO LOTE-RC
                   ELSE
                       PERFORM EJECUTAR-IMPORTACION
                       MOVE IMP-RC TO LOTE-RC
                   END-IF
               WHEN "EXPORTAR-VCF"
                   MOVE SPACES TO VCF-CATEGORIA
                   IF LOTE-ARGUMENTO NOT = SPACES
                       MOVE LOTE-ARGUMENTO(1:15) TO VCF-CATEGORIA
                   END-IF
                   PERFORM EJECUTAR-EXPORT-VCF
                   MOVE VCF-RC TO LOTE-RC
               WHEN "EXPORTAR-ICS"
                   MOVE SPACES TO ICS-CATEGORIA
                   IF LOTE-ARGUMENTO NOT = SPACES
                       MOVE LOTE-ARGUMENTO(1:15) TO ICS-CATEGORIA
                   END-IF
                   PERFORM EJECUTAR-EXPORT-ICS
                   MOVE ICS-RC TO LOTE-RC
               WHEN "VERIFICAR"
                   PERFORM EJECUTAR-VERIFICACION
                   MOVE VER-RC TO LOTE-RC
               WHEN "RESUMEN"
      * Without argument the first-of-month batch gets the previous
      * month automatically; with one, AAAAMM or AAAAMM-AAAAMM.
                   MOVE 'S' TO LOTE-ARG-OK
                   IF LOTE-ARGUMENTO = SPACES
                       PERFORM CALCULAR-MES-ANTERIOR
                       MOVE RES-DESDE TO RES-HASTA
                   ELSE
                       IF LOTE-ARGUMENTO(7:1) = '-'
                           MOVE LOTE-ARGUMENTO(1:6) TO RES-DESDE
                           MOVE LOTE-ARGUMENTO(8:6) TO RES-HASTA
                       ELSE
                           MOVE LOTE-ARGUMENTO(1:6) TO RES-DESDE
                           MOVE RES-DESDE TO RES-HASTA
                       END-IF
                       MOVE RES-DESDE TO RES-MES-VAL
                       PERFORM VALIDAR-MES-RESUMEN
                       IF RES-MES-OK = 'S'
                           MOVE RES-HASTA TO RES-MES-VAL
                           PERFORM VALIDAR-MES-RESUMEN
                       END-IF
                       IF RES-MES-OK NOT = 'S'
                           DISPLAY "Argumento invalido para RESUMEN: "
                               FUNCTION TRIM(LOTE-ARGUMENTO)
                           MOVE 'N' TO LOTE-ARG-OK
                       END-IF
                   END-IF
                   IF LOTE-ARG-OK NOT = 'S'
                       MOVE 8 TO LOTE-RC
                   ELSE
                       PERFORM EJECUTAR-RESUMEN
                       MOVE RES-RC TO LOTE-RC
                   END-IF
               WHEN "RECUPERAR"
                   MOVE SPACES TO REC-LIMITE
                   IF LOTE-ARGUMENTO NOT = SPACES
                       MOVE LOTE-ARGUMENTO(1:14) TO REC-LIMITE
                   END-IF
                   PERFORM EJECUTAR-RECUPERACION
                   MOVE REC-RC TO LOTE-RC
                   IF FS-OK
                       MOVE 'S' TO CONTACTOS-ABIERTO
                   ELSE
                       MOVE 8 TO LOTE-RC
                   END-IF
               WHEN "INTEGRIDAD"
                   MOVE 'N' TO INTEG-REPARAR
                   MOVE 'S' TO LOTE-ARG-OK
                   IF LOTE-ARGUMENTO NOT = SPACES
                       IF FUNCTION UPPER-CASE(LOTE-ARGUMENTO)
                           = "REPARAR"
                           MOVE 'S' TO INTEG-REPARAR
                       ELSE
                           DISPLAY "Argumento invalido para "
                               "INTEGRIDAD: "
                               FUNCTION TRIM(LOTE-ARGUMENTO)
                           MOVE 'N' TO LOTE-ARG-OK
                       END-IF
                   END-IF
                   IF LOTE-ARG-OK NOT = 'S'
                       MOVE 8 TO LOTE-RC
                   ELSE
                       PERFORM EJECUTAR-INTEGRIDAD
                       MOVE INTEG-RC TO LOTE-RC
                   END-IF
               WHEN "REBOTES"
                   PERFORM EJECUTAR-REBOTES
                   MOVE REB-RC TO LOTE-RC
               WHEN "CAMPANA"
                   MOVE FUNCTION UPPER-CASE(LOTE-ARGUMENTO)
                       TO CAMP-CODIGO-CAP
                   PERFORM EJECUTAR-CAMPANA
                   MOVE CAMP-RC TO LOTE-RC
               WHEN "SEGUIMIENTO-CAMPANA"
                   MOVE FUNCTION UPPER-CASE(LOTE-ARGUMENTO)
                       TO CAMP-CODIGO-CAP
                   PERFORM EJECUTAR-SEGUIMIENTO-CAMPANA
                   MOVE CAMP-RC TO LOTE-RC
               WHEN "CIERRE-ANUAL"
                   IF LOTE-ARGUMENTO(5:) NOT = SPACES
                       DISPLAY "Argumento invalido para CIERRE-ANUAL: "
                           FUNCTION TRIM(LOTE-ARGUMENTO)
                       MOVE 8 TO LOTE-RC
                   ELSE
                       MOVE LOTE-ARGUMENTO(1:4) TO CIE-CAP
                       PERFORM EJECUTAR-CIERRE-ANUAL
                       MOVE CIE-RC TO LOTE-RC
                   END-IF
               WHEN "PURGA"
                   IF LOTE-ARGUMENTO(5:) NOT = SPACES
                       DISPLAY "Argumento invalido para PURGA: "
                           FUNCTION TRIM(LOTE-ARGUMENTO)
                       MOVE 8 TO LOTE-RC
                   ELSE
                       MOVE LOTE-ARGUMENTO(1:4) TO PUR-CAP
                       PERFORM EJECUTAR-PURGA
                       MOVE PUR-RC TO LOTE-RC
                   END-IF
               WHEN OTHER
                   DISPLAY "Comando de lote no reconocido: "
                       LOTE-COMANDO
                   MOVE 8 TO LOTE-RC
           END-EVALUATE
           PERFORM ANOTAR-RESULTADO-LOTE.

      * Day-window argument for CUMPLEANOS/CARTAS: blank defaults to
      * 30; otherwise it must be all digits and at most 3 of them
      * (the window field is PIC 999). A typo in lote.cmd must come
      * back as RC=8, not as a silently empty report the scheduler
      * reads as success.
       VALIDAR-ARGUMENTO-DIAS.
           MOVE 'S' TO LOTE-ARG-OK
           IF LOTE-ARGUMENTO = SPACES
               MOVE 30 TO WS-DIAS-VENTANA
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(LOTE-ARGUMENTO))
                   TO WS-LONGITUD
               IF WS-LONGITUD > 3
                   MOVE 'N' TO LOTE-ARG-OK
               ELSE
                   PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-LONGITUD
                       IF LOTE-ARGUMENTO(K:1) NOT NUMERIC
                           MOVE 'N' TO LOTE-ARG-OK
                       END-IF
                   END-PERFORM
               END-IF
               IF LOTE-ARG-OK = 'S'
                   COMPUTE WS-DIAS-VENTANA =
                       FUNCTION NUMVAL(LOTE-ARGUMENTO)
               ELSE
                   DISPLAY "Argumento invalido para "
                       FUNCTION TRIM(LOTE-COMANDO) ": "
                       FUNCTION TRIM(LOTE-ARGUMENTO)
               END-IF
           END-IF.

      * Optional HOGAR for CARTAS and EXPORTAR-CSV: one mailing per
      * household. Anything else there is a typo and fails the step.
       VALIDAR-OPCION-HOGAR.
           MOVE 'S' TO LOTE-ARG-OK
           MOVE 'N' TO HOG-MODO
           IF LOTE-OPCION NOT = SPACES
               IF FUNCTION UPPER-CASE(LOTE-OPCION) = "HOGAR"
                   MOVE 'S' TO HOG-MODO
               ELSE
                   MOVE 'N' TO LOTE-ARG-OK
                   DISPLAY "Opcion invalida para "
                       FUNCTION TRIM(LOTE-COMANDO) ": "
                       FUNCTION TRIM(LOTE-OPCION)
               END-IF
           END-IF.

      * A step that could not get a lock it needed within the wait
      * did not do its work, whatever RC its own paragraph left.
       ANOTAR-RESULTADO-LOTE.
           IF BLQ-FALLO-LOTE = 'S'
               MOVE 8 TO LOTE-RC
               MOVE 'N' TO BLQ-FALLO-LOTE
           END-IF
           MOVE SPACES TO RESUMEN-LINEA
           STRING LOTE-COMANDO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOTE-ARGUMENTO DELIMITED BY SIZE
               " RC=" DELIMITED BY SIZE
               LOTE-RC DELIMITED BY SIZE
               INTO RESUMEN-LINEA
           END-STRING
           WRITE RESUMEN-LINEA
           IF LOTE-RC > LOTE-RC-MAX
               MOVE LOTE-RC TO LOTE-RC-MAX
           END-IF
           MOVE 'F' TO LOTE-CTL-ESTADO
           MOVE LOTE-RC TO LOTE-CTL-RC
           PERFORM GRABAR-CONTROL-LOTE
           MOVE LOTE-RC TO LOTE-RC-PREVIO.

      * Decides whether this run is a fresh one or resumes today's:
      * the last run recorded in lote-control.dat is loaded step by
      * step, and if it started today (and no NUEVO was given) its
      * run id is kept and the steps it finished cleanly will be
      * passed over. An unreadable control file only costs the
      * resume: the run starts fresh.
       PREPARAR-CONTROL-LOTE.
           MOVE 'N' TO LOTE-REANUDANDO
           MOVE 0 TO LOTE-RC-PREVIO
           MOVE SPACES TO LOTE-RUN-ANT
           MOVE SPACES TO LOTE-PASOS-TABLE
           OPEN INPUT LOTE-CONTROL
           IF LCTL-STATUS = "00"
               MOVE 'N' TO LCTL-EOF
               PERFORM UNTIL LCTL-EOF = 'S'
                   READ LOTE-CONTROL
                       AT END
                           MOVE 'S' TO LCTL-EOF
                       NOT AT END
                           PERFORM CARGAR-PASO-CONTROL
                   END-READ
               END-PERFORM
               CLOSE LOTE-CONTROL
           ELSE
               IF NOT LCTL-NOT-FOUND
                   DISPLAY "Advertencia: no se pudo leer "
                       "lote-control.dat (" LCTL-STATUS
                       "); se inicia una ejecucion nueva."
               END-IF
           END-IF
           MOVE WS-HOY(1:14) TO LOTE-RUN-ID
           MOVE SPACES TO RESUMEN-LINEA
           IF LOTE-FORZAR-NUEVO NOT = 'S'
               AND LOTE-RUN-ANT NOT = SPACES
               AND LOTE-RUN-ANT(1:8) = WS-HOY(1:8)
               MOVE 'S' TO LOTE-REANUDANDO
               MOVE LOTE-RUN-ANT TO LOTE-RUN-ID
               STRING "Ejecucion " DELIMITED BY SIZE
                   LOTE-RUN-ID DELIMITED BY SIZE
                   " (reanudada: se omiten los pasos ya terminados)"
                   DELIMITED BY SIZE
                   INTO RESUMEN-LINEA
               END-STRING
           ELSE
               STRING "Ejecucion " DELIMITED BY SIZE
                   LOTE-RUN-ID DELIMITED BY SIZE
                   " (nueva)" DELIMITED BY SIZE
                   INTO RESUMEN-LINEA
               END-STRING
           END-IF
           WRITE RESUMEN-LINEA.

      * Records come in run order, so a new run id starts a clean
      * table and the last event of each step wins.
       CARGAR-PASO-CONTROL.
           IF LC-RUN-ID NOT = LOTE-RUN-ANT
               MOVE LC-RUN-ID TO LOTE-RUN-ANT
               MOVE SPACES TO LOTE-PASOS-TABLE
           END-IF
           IF LC-PASO NUMERIC
               IF LC-PASO > 0 AND LC-PASO <= 200
                   MOVE LC-ESTADO TO LP-ESTADO(LC-PASO)
                   MOVE LC-RC TO LP-RC(LC-PASO)
                   MOVE LC-COMANDO TO LP-COMANDO(LC-PASO)
               END-IF
           END-IF.

      * Takes an "RC<=n" token (any position after the command, any
      * case) out of the line: LOTE-LINEA-CMD keeps the command and
      * its argument, LOTE-COND-RC the limit. A malformed condition
      * leaves LOTE-COND-OK = 'N' and the step fails with RC 8.
       SEPARAR-CONDICION-LOTE.
           MOVE 'N' TO LOTE-COND-PRESENTE
           MOVE 'S' TO LOTE-COND-OK
           MOVE 0 TO LOTE-COND-RC
           MOVE 0 TO LOTE-COND-POS
           MOVE LOTE-LINEA TO LOTE-LINEA-CMD
           MOVE FUNCTION UPPER-CASE(LOTE-LINEA) TO LOTE-LINEA-MAY
           PERFORM VARYING K FROM 2 BY 1
                   UNTIL K > 75 OR LOTE-COND-PRESENTE = 'S'
               IF LOTE-LINEA-MAY(K:4) = "RC<="
                   AND LOTE-LINEA-MAY(K - 1:1) = SPACE
                   MOVE 'S' TO LOTE-COND-PRESENTE
                   MOVE K TO LOTE-COND-POS
               END-IF
           END-PERFORM
           IF LOTE-COND-PRESENTE = 'S'
               IF LOTE-LINEA-MAY(LOTE-COND-POS + 4:1) NUMERIC
                   AND LOTE-LINEA-MAY(LOTE-COND-POS + 5:1) = SPACE
                   MOVE LOTE-LINEA-MAY(LOTE-COND-POS + 4:1)
                       TO LOTE-COND-RC
               ELSE
                   MOVE 'N' TO LOTE-COND-OK
               END-IF
               PERFORM UNTIL LOTE-COND-POS > 80
                   IF LOTE-LINEA-CMD(LOTE-COND-POS:1) = SPACE
                       MOVE 81 TO LOTE-COND-POS
                   ELSE
                       MOVE SPACE TO LOTE-LINEA-CMD(LOTE-COND-POS:1)
                       ADD 1 TO LOTE-COND-POS
                   END-IF
               END-PERFORM
           END-IF
           MOVE FUNCTION TRIM(LOTE-LINEA-CMD) TO LOTE-LINEA-CMD.

      * While resuming, a step counts as done only if the previous run
      * finished it with RC below 8 AND it is still the same line of
      * lote.cmd; the first one that is not ends the resume and runs.
       COMPROBAR-PASO-TERMINADO.
           IF LOTE-NUM-COMANDOS > 200
               MOVE 'N' TO LOTE-REANUDANDO
           ELSE
               IF LP-ESTADO(LOTE-NUM-COMANDOS) NOT = 'F'
                   OR LP-RC(LOTE-NUM-COMANDOS) NOT NUMERIC
                   OR LP-RC(LOTE-NUM-COMANDOS) >= 8
                   OR LP-COMANDO(LOTE-NUM-COMANDOS) NOT = LOTE-LINEA
                   MOVE 'N' TO LOTE-REANUDANDO
               END-IF
           END-IF
           IF LOTE-REANUDANDO NOT = 'S'
               MOVE SPACES TO RESUMEN-LINEA
               STRING "Se reanuda en el paso " DELIMITED BY SIZE
                   LOTE-NUM-COMANDOS DELIMITED BY SIZE
                   INTO RESUMEN-LINEA
               END-STRING
               WRITE RESUMEN-LINEA
           END-IF.

      * A step finished by the earlier run: not repeated, but its RC
      * still counts for the run and for the next step's condition.
       ANOTAR-PASO-TERMINADO.
           MOVE LP-RC(LOTE-NUM-COMANDOS) TO LOTE-RC
           MOVE SPACES TO RESUMEN-LINEA
           STRING LOTE-COMANDO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOTE-ARGUMENTO DELIMITED BY SIZE
               " RC=" DELIMITED BY SIZE
               LOTE-RC DELIMITED BY SIZE
               " (ya terminado, no se repite)" DELIMITED BY SIZE
               INTO RESUMEN-LINEA
           END-STRING
           WRITE RESUMEN-LINEA
           IF LOTE-RC > LOTE-RC-MAX
               MOVE LOTE-RC TO LOTE-RC-MAX
           END-IF
           MOVE LOTE-RC TO LOTE-RC-PREVIO.

      * The step before this one ended above the RC<=n limit. The
      * skip is logged but adds nothing to RC-MAXIMO (the step that
      * caused it already did), and LOTE-RC-PREVIO is left as it was.
       ANOTAR-PASO-OMITIDO.
           MOVE SPACES TO RESUMEN-LINEA
           STRING LOTE-COMANDO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOTE-ARGUMENTO DELIMITED BY SIZE
               " OMITIDO: RC previo=" DELIMITED BY SIZE
               LOTE-RC-PREVIO DELIMITED BY SIZE
               " supera RC<=" DELIMITED BY SIZE
               LOTE-COND-RC DELIMITED BY SIZE
               INTO RESUMEN-LINEA
           END-STRING
           WRITE RESUMEN-LINEA
           MOVE 'O' TO LOTE-CTL-ESTADO
           MOVE LOTE-RC-PREVIO TO LOTE-CTL-RC
           PERFORM GRABAR-CONTROL-LOTE.

      * One event of the current step (LOTE-CTL-ESTADO/LOTE-CTL-RC),
      * opened and closed each time so it is on disk even if the
      * next step brings the run down.
       GRABAR-CONTROL-LOTE.
           OPEN EXTEND LOTE-CONTROL
           IF LCTL-NOT-FOUND
               CLOSE LOTE-CONTROL
               OPEN OUTPUT LOTE-CONTROL
           END-IF
           IF LCTL-STATUS NOT = "00"
               DISPLAY "Advertencia: no se pudo escribir en "
                   "lote-control.dat (" LCTL-STATUS ")."
           ELSE
               MOVE LOTE-RUN-ID TO LC-RUN-ID
               MOVE LOTE-NUM-COMANDOS TO LC-PASO
               MOVE LOTE-CTL-ESTADO TO LC-ESTADO
               MOVE LOTE-CTL-RC TO LC-RC
               MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
               MOVE AUD-TIMESTAMP(1:14) TO LC-FECHA-HORA
               MOVE LOTE-LINEA TO LC-COMANDO
               WRITE CONTROL-LOTE-REGISTRO
               CLOSE LOTE-CONTROL
           END-IF.

      * A corrupt contactos.dat (status 39/98 after a crashed
      * checkpoint) used to be a dead end here; now the operator is
      * offered the audit-trail rebuild on the spot. In LOTE mode no
      * prompting is allowed, so the run carries on with the file
      * flagged closed and only the RECUPERAR command may run; the
      * nonzero RETURN-CODE paths let the scheduler see the failure.
       ABRIR-CONTACTOS.
           OPEN I-O CONTACTOS-FILE
           IF FS-NOT-FOUND
               DISPLAY "Archivo no encontrado. Se creará uno nuevo."
               OPEN OUTPUT CONTACTOS-FILE
               CLOSE CONTACTOS-FILE
               OPEN I-O CONTACTOS-FILE
           END-IF
           IF FS-OK
               MOVE 'S' TO CONTACTOS-ABIERTO
           ELSE
               MOVE 'N' TO CONTACTOS-ABIERTO
               DISPLAY "Error al abrir archivo: " FS-STATUS
               DISPLAY "contactos.dat puede reconstruirse desde "
                   "auditoria.dat."
               IF MODO-LOTE = 'S'
                   DISPLAY "Agregue el comando RECUPERAR a lote.cmd "
                       "para reconstruirlo."
               ELSE
                   DISPLAY "Reconstruir ahora (SI/NO): "
                   ACCEPT ABRIR-CONFIRMA
                   IF FUNCTION UPPER-CASE(ABRIR-CONFIRMA) = "SI"
                       PERFORM EXIGIR-SUPERVISOR
                       IF OPERACION-AUTORIZADA = 'S'
                           PERFORM RECUPERAR-CONTACTOS
                       END-IF
                   END-IF
                   IF FS-OK
                       MOVE 'S' TO CONTACTOS-ABIERTO
                   ELSE
                       DISPLAY "contactos.dat sigue sin poder "
                           "abrirse (" FS-STATUS ")."
                       PERFORM TERMINAR-SESION
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       MENU-PRINCIPAL.
           DISPLAY " "
           DISPLAY "=== MENU PRINCIPAL ==="
           DISPLAY "1. Agregar contacto"
           DISPLAY "2. Buscar contacto por nombre"
           DISPLAY "3. Reporte de proximos cumpleanios"
           DISPLAY "4. Listar todos los contactos (ordenados)"
           DISPLAY "5. Salir"
           DISPLAY "6. Actualizar contacto"
           DISPLAY "7. Eliminar contacto"
           DISPLAY "8. Listar contactos por categoria"
           DISPLAY "9. Exportar contactos a CSV"
           DISPLAY "10. Importar contactos desde CSV"
           DISPLAY "11. Reporte de reconciliacion (archivados)"
           DISPLAY "12. Consultar historial de cambios (auditoria)"
           DISPLAY "13. Reconstruir contactos desde la auditoria"
           DISPLAY "14. Buscar contacto por telefono"
           DISPLAY "15. Buscar contacto por email"
           DISPLAY "16. Reincorporar contacto archivado"
           DISPLAY "17. Mantenimiento de categorias"
           DISPLAY "18. Registrar interaccion (llamada/visita/email)"
           DISPLAY "19. Ver contacto con sus interacciones"
           DISPLAY "20. Reporte de edades y cumpleanos redondos"
           DISPLAY "21. Reporte de posibles duplicados"
           DISPLAY "22. Fusionar contactos duplicados"
           DISPLAY "23. Generar cartas de cumpleanos"
           DISPLAY "24. Reporte de contactos sin interaccion reciente"
           DISPLAY "25. Respaldar contactos (copia con rotacion)"
           DISPLAY "26. Telefonos y emails adicionales"
           DISPLAY "27. Agenda de seguimientos (hoy y vencidos)"
           DISPLAY "28. Exportar contactos a vCard (.vcf)"
           DISPLAY "29. Verificar contactos contra la auditoria"
           DISPLAY "30. Resumen mensual de actividad"
           DISPLAY "31. Verificar integridad entre archivos"
           DISPLAY "32. Consentimientos (no contactar)"
           DISPLAY "33. Procesar rebotes de email (rebotes.txt)"
           DISPLAY "34. Campanas (definir, ejecutar, seguimiento)"
           DISPLAY "35. Exportar calendario (.ics) de cumpleanos y "
               "seguimientos"
           DISPLAY "36. Sesiones activas y bloqueos"
           DISPLAY "37. Cierre anual (auditoria e interacciones)"
           DISPLAY "38. Extracto de datos de una persona"
           DISPLAY "39. Purga por retencion de contactos archivados"
           DISPLAY "40. Relaciones entre contactos"
           DISPLAY "Seleccione opcion (1-40): "
           ACCEPT OPCION

           EVALUATE OPCION
               WHEN 1 PERFORM AGREGAR-CONTACTO
               WHEN 2 PERFORM BUSCAR-CONTACTO
               WHEN 3 PERFORM LISTAR-CUMPLEANOS
               WHEN 4 PERFORM LISTAR-TODOS
               WHEN 8 PERFORM LISTAR-POR-CATEGORIA
               WHEN 9 PERFORM EXPORT-CSV
               WHEN 10 PERFORM IMPORT-CSV
               WHEN 6 PERFORM ACTUALIZAR-CONTACTO
               WHEN 7
                   PERFORM EXIGIR-SUPERVISOR
                   IF OPERACION-AUTORIZADA = 'S'
                       PERFORM ELIMINAR-CONTACTO
                   END-IF
               WHEN 11 PERFORM RECONCILIAR-ARCHIVO
               WHEN 12 PERFORM CONSULTAR-HISTORIAL
               WHEN 13
                   PERFORM EXIGIR-SUPERVISOR
                   IF OPERACION-AUTORIZADA = 'S'
                       PERFORM RECUPERAR-CONTACTOS
                   END-IF
               WHEN 14 PERFORM BUSCAR-POR-TELEFONO
               WHEN 15 PERFORM BUSCAR-POR-EMAIL
               WHEN 16 PERFORM REINCORPORAR-CONTACTO
               WHEN 17 PERFORM MANTENER-CATEGORIAS
               WHEN 18 PERFORM REGISTRAR-INTERACCION
               WHEN 19 PERFORM VER-CONTACTO-INTERACCIONES
               WHEN 20 PERFORM REPORTE-EDADES
               WHEN 21 PERFORM REPORTE-DUPLICADOS
               WHEN 22
                   PERFORM EXIGIR-SUPERVISOR
                   IF OPERACION-AUTORIZADA = 'S'
                       PERFORM TOMAR-USO-EXCLUSIVO
                       IF BLQ-OBTENIDO = 'S'
                           PERFORM FUSIONAR-CONTACTOS
                           PERFORM SOLTAR-USO-EXCLUSIVO
                       END-IF
                   END-IF
               WHEN 23 PERFORM GENERAR-CARTAS
               WHEN 24 PERFORM REPORTE-INACTIVOS
               WHEN 25 PERFORM RESPALDAR-CONTACTOS
               WHEN 26 PERFORM MANTENER-COMUNICACIONES
               WHEN 27 PERFORM GENERAR-AGENDA
               WHEN 28 PERFORM EXPORTAR-VCF
               WHEN 29 PERFORM EJECUTAR-VERIFICACION
               WHEN 30 PERFORM RESUMEN-MENSUAL
               WHEN 31 PERFORM VERIFICAR-INTEGRIDAD
               WHEN 32 PERFORM MANTENER-CONSENTIMIENTOS
               WHEN 33 PERFORM PROCESAR-REBOTES
               WHEN 34 PERFORM MANTENER-CAMPANAS
               WHEN 35 PERFORM EXPORTAR-ICS
               WHEN 36 PERFORM MANTENER-SESIONES
               WHEN 37
                   PERFORM EXIGIR-SUPERVISOR
                   IF OPERACION-AUTORIZADA = 'S'
                       PERFORM CERRAR-EJERCICIO
                   END-IF
               WHEN 38
                   PERFORM EXIGIR-SUPERVISOR
                   IF OPERACION-AUTORIZADA = 'S'
                       PERFORM EXTRAER-DATOS-PERSONA
                   END-IF
               WHEN 39
                   PERFORM EXIGIR-SUPERVISOR
                   IF OPERACION-AUTORIZADA = 'S'
                       PERFORM PURGAR-RETENCION
                   END-IF
               WHEN 40
                   PERFORM MANTENER-RELACIONES
           END-EVALUATE.

       AGREGAR-CONTACTO.
           MOVE 'N' TO DATO-VALIDO
           PERFORM UNTIL DATO-VALIDO = 'S'
               DISPLAY "Nombre: "
               ACCEPT C-NOMBRE
               DISPLAY "Fecha cumpleaños (DD/MM): "
               ACCEPT C-FECHA
               DISPLAY "Anio de nacimiento (AAAA, vacio si "
                   "desconocido): "
               ACCEPT C-ANIO
               DISPLAY "Telefono: "
               ACCEPT C-TELEFONO
               DISPLAY "Email: "
               ACCEPT C-EMAIL
               DISPLAY "Categoria (Familia/Trabajo/Proveedor/...): "
               ACCEPT C-CATEGORIA
               PERFORM VALIDAR-CONTACTO
           END-PERFORM
           WRITE CONTACTO-REGISTRO
               INVALID KEY
                   IF FS-DUPLICATE
                       DISPLAY "¡Error! Ya existe un contacto con "
                           "ese nombre."
                   ELSE
                       DISPLAY "Error al agregar el contacto ("
                           FS-STATUS ")."
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Contacto agregado correctamente."
                   MOVE "ALTA" TO AUD-OPERACION
                   MOVE C-NOMBRE TO AUD-NOMBRE
                   MOVE SPACES TO AUD-ANTERIOR
                   PERFORM FORMATEAR-VALORES-ACTUALES
                   MOVE AUD-VALORES-TEMP TO AUD-NUEVO
                   PERFORM REGISTRAR-AUDITORIA
                   PERFORM CHECKPOINT-CONTACTOS
           END-WRITE.

      * Sets DATO-VALIDO to 'S' only when email, telefono, fecha and
      * NOMBRE all pass; on any failure re-prompts AGREGAR-CONTACTO.
       VALIDAR-CONTACTO.
           MOVE 'S' TO DATO-VALIDO
           PERFORM VALIDAR-EMAIL
           PERFORM VALIDAR-TELEFONO
           PERFORM VALIDAR-FECHA
           PERFORM VALIDAR-ANIO
           PERFORM VALIDAR-SIN-COMAS
           PERFORM VALIDAR-CATEGORIA
           PERFORM VALIDAR-NOMBRE-DUPLICADO.

      * The birth year is optional (blank or "0000" = unknown, which
      * is how historic records are left); when present it must be a
      * sensible YYYY and must not lie in the future.
       VALIDAR-ANIO.
           IF C-ANIO = SPACES OR C-ANIO = "0000"
               CONTINUE
           ELSE
               IF C-ANIO NOT NUMERIC
                   DISPLAY "Anio invalido: use AAAA o dejelo vacio."
                   MOVE 'N' TO DATO-VALIDO
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-HOY
                   MOVE WS-HOY(1:4) TO WS-ANIO-HOY
                   MOVE C-ANIO TO WS-ANIO-NAC
                   IF WS-ANIO-NAC < 1900
                       OR WS-ANIO-NAC > WS-ANIO-HOY
                       DISPLAY "Anio invalido: fuera de rango."
                       MOVE 'N' TO DATO-VALIDO
                   END-IF
               END-IF
           END-IF.

      * C-CATEGORIA must exist and be active in the categorias.dat
      * master; that stops the spread of variants ("Trabajo"/
      * "trabajo"/"Trbajo") that LISTAR-POR-CATEGORIA's exact-match
      * filter cannot group. While the master does not exist or is
      * empty any text is accepted, so data entry is not blocked
      * before the catalog is loaded through option 17.
       VALIDAR-CATEGORIA.
           PERFORM CARGAR-CATEGORIAS
           IF CAT-NUM > 0
               MOVE 'N' TO CAT-HALLADA
               PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > CAT-NUM
                   IF CT-NOMBRE(Q) = C-CATEGORIA
                       AND CT-ESTADO(Q) = 'A'
                       MOVE 'S' TO CAT-HALLADA
                   END-IF
               END-PERFORM
               IF CAT-HALLADA NOT = 'S'
                   DISPLAY "Categoria no valida o inactiva: "
                       FUNCTION TRIM(C-CATEGORIA)
                   DISPLAY "Use la opcion 17 para ver las categorias "
                       "vigentes."
                   MOVE 'N' TO DATO-VALIDO
               END-IF
           END-IF.

       VALIDAR-EMAIL.
           MOVE 0 TO WS-AT-COUNT
           INSPECT C-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
           IF WS-AT-COUNT = 0
               DISPLAY "Email invalido: debe contener '@'."
               MOVE 'N' TO DATO-VALIDO
           END-IF.

       VALIDAR-TELEFONO.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(C-TELEFONO))
               TO WS-LONGITUD
           IF WS-LONGITUD = 0
               DISPLAY "Telefono invalido: no puede estar vacio."
               MOVE 'N' TO DATO-VALIDO
           ELSE
               PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-LONGITUD
                   IF C-TELEFONO(K:1) NOT NUMERIC
                       DISPLAY "Telefono invalido: solo digitos."
                       MOVE 'N' TO DATO-VALIDO
                   END-IF
               END-PERFORM
           END-IF.

      * NOMBRE and CATEGORIA round-trip through EXPORT-CSV/IMPORT-CSV
      * as plain comma-delimited fields (request 007), so a comma
      * inside either one would shift or truncate the CSV row on
      * import. Rejected here instead of adding CSV quoting.
       VALIDAR-SIN-COMAS.
           MOVE 0 TO WS-COMA-COUNT
           INSPECT C-NOMBRE TALLYING WS-COMA-COUNT FOR ALL ","
           INSPECT C-CATEGORIA TALLYING WS-COMA-COUNT FOR ALL ","
           IF WS-COMA-COUNT > 0
               DISPLAY "Nombre/categoria invalidos: no pueden "
                   "contener una coma."
               MOVE 'N' TO DATO-VALIDO
           END-IF.

       VALIDAR-FECHA.
           IF C-FECHA(3:1) NOT = '/'
               OR C-FECHA(1:2) NOT NUMERIC
               OR C-FECHA(4:2) NOT NUMERIC
               DISPLAY "Fecha invalida: use el formato DD/MM."
               MOVE 'N' TO DATO-VALIDO
           ELSE
               MOVE C-FECHA(1:2) TO WS-DIA
               MOVE C-FECHA(4:2) TO WS-MES
               IF WS-DIA < 1 OR WS-DIA > 31
                   OR WS-MES < 1 OR WS-MES > 12
                   DISPLAY "Fecha invalida: dia o mes fuera de rango."
                   MOVE 'N' TO DATO-VALIDO
               ELSE
                   EVALUATE WS-MES
                       WHEN 4 WHEN 6 WHEN 9 WHEN 11
                           IF WS-DIA > 30
                               DISPLAY "Fecha invalida: ese mes "
                                   "tiene 30 dias."
                               MOVE 'N' TO DATO-VALIDO
                           END-IF
                       WHEN 2
                           IF WS-DIA > 29
                               DISPLAY "Fecha invalida: febrero "
                                   "tiene como maximo 29 dias."
                               MOVE 'N' TO DATO-VALIDO
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

      * Keyed READ straight against the indexed file, same as
      * BUSCAR-CONTACTO (request 009) - no capped table scan, so this
      * keeps working correctly no matter how many contacts exist.
      * The READ repopulates the FD's own C-NOMBRE/C-FECHA/.../
      * C-CATEGORIA, so the typed contact is saved to TEMP-CONTACTO
      * first and restored afterward.
       VALIDAR-NOMBRE-DUPLICADO.
           MOVE C-NOMBRE TO T-NOMBRE
           MOVE C-FECHA TO T-FECHA
           MOVE C-ANIO TO T-ANIO
           MOVE C-TELEFONO TO T-TELEFONO
           MOVE C-EMAIL TO T-EMAIL
           MOVE C-CATEGORIA TO T-CATEGORIA
           READ CONTACTOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Ya existe un contacto con ese nombre."
                   MOVE 'N' TO DATO-VALIDO
           END-READ
           MOVE T-NOMBRE TO C-NOMBRE
           MOVE T-FECHA TO C-FECHA
           MOVE T-ANIO TO C-ANIO
           MOVE T-TELEFONO TO C-TELEFONO
           MOVE T-EMAIL TO C-EMAIL
           MOVE T-CATEGORIA TO C-CATEGORIA.

      * Snapshots the FD's current C-FECHA/C-TELEFONO/C-EMAIL into
      * AUD-VALORES-TEMP, for before/after audit trail entries.
       FORMATEAR-VALORES-ACTUALES.
           STRING "fecha=" DELIMITED BY SIZE
               C-FECHA DELIMITED BY SIZE
               " anio=" DELIMITED BY SIZE
               C-ANIO DELIMITED BY SIZE
               " tel=" DELIMITED BY SIZE
               C-TELEFONO DELIMITED BY SIZE
               " email=" DELIMITED BY SIZE
               C-EMAIL DELIMITED BY SIZE
               " categoria=" DELIMITED BY SIZE
               C-CATEGORIA DELIMITED BY SIZE
               INTO AUD-VALORES-TEMP
           END-STRING.

      * Appends one line to auditoria.dat from AUD-OPERACION/
      * AUD-NOMBRE/AUD-ANTERIOR/AUD-NUEVO, stamped with the signed-on
      * operator. Never truncates the file - contactos.dat's whole
      * history stays on disk across runs. Lines written before the
      * operator field existed simply end at the despues value.
       REGISTRAR-AUDITORIA.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-NOT-FOUND
               CLOSE AUDIT-FILE
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "Advertencia: no se pudo escribir en "
                   "auditoria.dat (" AUDIT-STATUS ")."
           ELSE
               STRING AUD-TIMESTAMP DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   AUD-OPERACION DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   AUD-NOMBRE DELIMITED BY SIZE
                   " | antes: " DELIMITED BY SIZE
                   AUD-ANTERIOR DELIMITED BY SIZE
                   " | despues: " DELIMITED BY SIZE
                   AUD-NUEVO DELIMITED BY SIZE
                   " | op: " DELIMITED BY SIZE
                   OPERADOR-ACTUAL DELIMITED BY SIZE
                   INTO AUDIT-LINEA
               END-STRING
               WRITE AUDIT-LINEA
               CLOSE AUDIT-FILE
           END-IF.

      * Keyed READ straight against the indexed file instead of
      * loading the whole table and scanning it (request 009).
       BUSCAR-CONTACTO.
           DISPLAY "Nombre a buscar: "
           ACCEPT T-NOMBRE
           MOVE T-NOMBRE TO C-NOMBRE
           READ CONTACTOS-FILE
               INVALID KEY
                   DISPLAY "Contacto no encontrado."
               NOT INVALID KEY
                   DISPLAY "=== DATOS DEL CONTACTO ==="
                   DISPLAY "Nombre: " C-NOMBRE
                   DISPLAY "Cumpleaños: " C-FECHA
                   DISPLAY "Anio nacimiento: " C-ANIO
                   DISPLAY "Telefono: " C-TELEFONO
                   DISPLAY "Email: " C-EMAIL
                   DISPLAY "Categoria: " C-CATEGORIA
           END-READ.

      * Reverse lookup: the telephone is only a secondary field (the
      * file's single key is C-NOMBRE), so the whole indexed file is
      * walked with START/READ NEXT - no capped table, every contact
      * is examined no matter how many exist. Shows ALL matches
      * because the same number can appear on several contacts. The
      * additional numbers in comunicaciones.dat are searched too.
       BUSCAR-POR-TELEFONO.
           DISPLAY "Telefono a buscar: "
           ACCEPT T-TELEFONO
           MOVE 0 TO NUM-MATCHES
           MOVE LOW-VALUES TO C-NOMBRE
           MOVE 'N' TO EOF-FLAG
           START CONTACTOS-FILE KEY IS NOT LESS THAN C-NOMBRE
               INVALID KEY MOVE 'S' TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = 'S'
               READ CONTACTOS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-FLAG
                   NOT AT END
                       IF C-TELEFONO = T-TELEFONO
                           ADD 1 TO NUM-MATCHES
                           PERFORM MOSTRAR-CONTACTO-ACTUAL
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO COMU-VALOR-BUSCADO
           MOVE T-TELEFONO TO COMU-VALOR-BUSCADO
           PERFORM BUSCAR-EN-COMUNICACIONES
           IF NUM-MATCHES = 0
               DISPLAY "Ningun contacto con ese telefono."
           ELSE
               DISPLAY NUM-MATCHES " contacto(s) encontrado(s)."
           END-IF.

      * Same as BUSCAR-POR-TELEFONO but on the email address.
       BUSCAR-POR-EMAIL.
           DISPLAY "Email a buscar: "
           ACCEPT T-EMAIL
           MOVE 0 TO NUM-MATCHES
           MOVE LOW-VALUES TO C-NOMBRE
           MOVE 'N' TO EOF-FLAG
           START CONTACTOS-FILE KEY IS NOT LESS THAN C-NOMBRE
               INVALID KEY MOVE 'S' TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = 'S'
               READ CONTACTOS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-FLAG
                   NOT AT END
                       IF C-EMAIL = T-EMAIL
                           ADD 1 TO NUM-MATCHES
                           PERFORM MOSTRAR-CONTACTO-ACTUAL
                       END-IF
               END-READ
           END-PERFORM
           MOVE T-EMAIL TO COMU-VALOR-BUSCADO
           PERFORM BUSCAR-EN-COMUNICACIONES
           IF NUM-MATCHES = 0
               DISPLAY "Ningun contacto con ese email."
           ELSE
               DISPLAY NUM-MATCHES " contacto(s) encontrado(s)."
           END-IF.

      * Shows the contact currently in the FD area in the same layout
      * as BUSCAR-CONTACTO.
       MOSTRAR-CONTACTO-ACTUAL.
           DISPLAY "=== DATOS DEL CONTACTO ==="
           DISPLAY "Nombre: " C-NOMBRE
           DISPLAY "Cumpleaños: " C-FECHA
           DISPLAY "Anio nacimiento: " C-ANIO
           DISPLAY "Telefono: " C-TELEFONO
           DISPLAY "Email: " C-EMAIL
           DISPLAY "Categoria: " C-CATEGORIA.

      * Keyed READ straight against the indexed file, same as
      * BUSCAR-CONTACTO - the READ's own INVALID KEY already tells us
      * whether the contact exists, so no separate locate scan is
      * needed (request 009).
      * The contact stays locked from the READ until the REWRITE, so a
      * second operator is told who has it open instead of having
      * their changes silently overwritten.
       ACTUALIZAR-CONTACTO.
           DISPLAY "Nombre a actualizar: "
           ACCEPT T-NOMBRE
           MOVE T-NOMBRE TO BLQ-CONTACTO
           MOVE BLQ-CONTACTO TO BLQ-RECURSO
           PERFORM TOMAR-BLOQUEO-CONTACTO
           IF BLQ-OBTENIDO = 'S'
               MOVE T-NOMBRE TO C-NOMBRE
               READ CONTACTOS-FILE
                   INVALID KEY
                       DISPLAY "Contacto no encontrado."
                   NOT INVALID KEY
                       MOVE C-NOMBRE TO AUD-NOMBRE
                       PERFORM FORMATEAR-VALORES-ACTUALES
                       MOVE AUD-VALORES-TEMP TO AUD-ANTERIOR
                       PERFORM CAPTURAR-ACTUALIZACION
               END-READ
               MOVE BLQ-CONTACTO TO BLQ-RECURSO
               PERFORM SOLTAR-BLOQUEO
           END-IF.

       CAPTURAR-ACTUALIZACION.
           MOVE 'N' TO DATO-VALIDO
           PERFORM UNTIL DATO-VALIDO = 'S'
               DISPLAY "Fecha cumpleaños (DD/MM) [" C-FECHA "]: "
               ACCEPT C-FECHA
               DISPLAY "Anio de nacimiento [" C-ANIO "]: "
               ACCEPT C-ANIO
               DISPLAY "Telefono [" C-TELEFONO "]: "
               ACCEPT C-TELEFONO
               DISPLAY "Email [" C-EMAIL "]: "
               ACCEPT C-EMAIL
               DISPLAY "Categoria [" C-CATEGORIA "]: "
               ACCEPT C-CATEGORIA
               MOVE 'S' TO DATO-VALIDO
               PERFORM VALIDAR-EMAIL
               PERFORM VALIDAR-TELEFONO
               PERFORM VALIDAR-FECHA
               PERFORM VALIDAR-ANIO
               PERFORM VALIDAR-SIN-COMAS
               PERFORM VALIDAR-CATEGORIA
           END-PERFORM
           REWRITE CONTACTO-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar el contacto."
               NOT INVALID KEY
                   DISPLAY "Contacto actualizado correctamente."
                   MOVE "ACTUALIZA" TO AUD-OPERACION
                   PERFORM FORMATEAR-VALORES-ACTUALES
                   MOVE AUD-VALORES-TEMP TO AUD-NUEVO
                   PERFORM REGISTRAR-AUDITORIA
                   PERFORM CHECKPOINT-CONTACTOS
           END-REWRITE.

      * Keyed READ straight against the indexed file, same as
      * BUSCAR-CONTACTO/ACTUALIZAR-CONTACTO, then removes the record
      * from contactos.dat (request 009 - no separate locate scan).
       ELIMINAR-CONTACTO.
           DISPLAY "Nombre a eliminar: "
           ACCEPT T-NOMBRE
           MOVE T-NOMBRE TO BLQ-CONTACTO
           MOVE BLQ-CONTACTO TO BLQ-RECURSO
           PERFORM TOMAR-BLOQUEO-CONTACTO
           IF BLQ-OBTENIDO = 'S'
               MOVE T-NOMBRE TO C-NOMBRE
               READ CONTACTOS-FILE
                   INVALID KEY
                       DISPLAY "Contacto no encontrado."
                   NOT INVALID KEY
                       PERFORM EJECUTAR-BAJA-CONTACTO
               END-READ
               MOVE BLQ-CONTACTO TO BLQ-RECURSO
               PERFORM SOLTAR-BLOQUEO
           END-IF.

      * Single delete path: assumes the record is already read into
      * the FD area. Archives the copy, moves the interactions over,
      * audits the BAJA, archives the relationships and flushes to
      * disk. Used both by the menu
      * delete and by the duplicate merge. The files the removal
      * appends to or rewrites are locked first; if any is busy the
      * contact is left in place.
       EJECUTAR-BAJA-CONTACTO.
           MOVE "*CONTACTOS-ARCHIVE.DAT" TO BLQ-RECURSO
           PERFORM TOMAR-BLOQUEO-ARCHIVO
           IF BLQ-OBTENIDO = 'S'
               MOVE "*interacciones.dat" TO BLQ-RECURSO
               PERFORM TOMAR-BLOQUEO-ARCHIVO
               IF BLQ-OBTENIDO = 'S'
                   MOVE "*relaciones.dat" TO BLQ-RECURSO
                   PERFORM TOMAR-BLOQUEO-ARCHIVO
                   IF BLQ-OBTENIDO = 'S'
                       PERFORM BORRAR-CONTACTO-LEIDO
                       MOVE "*relaciones.dat" TO BLQ-RECURSO
                       PERFORM SOLTAR-BLOQUEO
                   ELSE
                       DISPLAY "Contacto no eliminado."
                   END-IF
                   MOVE "*interacciones.dat" TO BLQ-RECURSO
                   PERFORM SOLTAR-BLOQUEO
               ELSE
                   DISPLAY "Contacto no eliminado."
               END-IF
               MOVE "*CONTACTOS-ARCHIVE.DAT" TO BLQ-RECURSO
               PERFORM SOLTAR-BLOQUEO
           ELSE
               DISPLAY "Contacto no eliminado."
           END-IF.

       BORRAR-CONTACTO-LEIDO.
           MOVE C-NOMBRE TO AUD-NOMBRE
           PERFORM FORMATEAR-VALORES-ACTUALES
           MOVE AUD-VALORES-TEMP TO AUD-ANTERIOR
           DELETE CONTACTOS-FILE
               INVALID KEY
                   DISPLAY "Error al eliminar "
                       "el contacto."
               NOT INVALID KEY
                   DISPLAY "Contacto eliminado "
                       "correctamente."
                   PERFORM ESCRIBIR-ARCHIVO-BAJA
                   PERFORM ARCHIVAR-INTERACCIONES-BAJA
                   MOVE "BAJA" TO AUD-OPERACION
                   MOVE SPACES TO AUD-NUEVO
                   PERFORM REGISTRAR-AUDITORIA
                   MOVE AUD-NOMBRE TO REL-NOMBRE-BUS
                   PERFORM ARCHIVAR-RELACIONES-BAJA
                   PERFORM CHECKPOINT-CONTACTOS
           END-DELETE.

      * Soft-delete: before the record is removed from contactos.dat,
      * append a copy (with today's date as the "baja" date) to
      * CONTACTOS-ARCHIVE.DAT so the contact is never permanently lost.
      * Same open-EXTEND-or-fall-back-to-OUTPUT idiom as
      * REGISTRAR-AUDITORIA.
       ESCRIBIR-ARCHIVO-BAJA.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           STRING AUD-TIMESTAMP(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               AUD-TIMESTAMP(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               AUD-TIMESTAMP(1:4) DELIMITED BY SIZE
               INTO WS-FECHA-BAJA
           END-STRING
           OPEN EXTEND CONTACTOS-ARCHIVE
           IF ARCHIVE-NOT-FOUND
               CLOSE CONTACTOS-ARCHIVE
               OPEN OUTPUT CONTACTOS-ARCHIVE
           END-IF
           IF ARCHIVE-STATUS NOT = "00"
               DISPLAY "Advertencia: no se pudo archivar el "
                   "contacto en CONTACTOS-ARCHIVE.DAT ("
                   ARCHIVE-STATUS ")."
           ELSE
               MOVE C-NOMBRE TO AR-NOMBRE
               MOVE C-FECHA TO AR-FECHA
               MOVE C-ANIO TO AR-ANIO
               MOVE C-TELEFONO TO AR-TELEFONO
               MOVE C-EMAIL TO AR-EMAIL
               MOVE C-CATEGORIA TO AR-CATEGORIA
               MOVE WS-FECHA-BAJA TO AR-FECHA-BAJA
               WRITE ARCHIVO-REGISTRO
               CLOSE CONTACTOS-ARCHIVE
           END-IF.

      * Brings an archived contact back: finds the MOST RECENT
      * deletion with that name in CONTACTOS-ARCHIVE.DAT (the file is
      * written in chronological order, so that is the last match),
      * shows it with its deletion date and, after confirmation,
      * re-inserts it into contactos.dat, removes it from the archive
      * and leaves a REACTIVA entry in the audit trail. Removing the
      * archive entry keeps RECONCILIAR-ARCHIVO from flagging the
      * reinstatement as "ANOMALIA: activo de nuevo".
      * The name and the archive file stay locked from the scan to the
      * removal of the archive entry, so nobody can reinstate or
      * archive the same contact in between.
       REINCORPORAR-CONTACTO.
           DISPLAY "Nombre a reincorporar: "
           ACCEPT T-NOMBRE
           MOVE T-NOMBRE TO BLQ-CONTACTO
           MOVE BLQ-CONTACTO TO BLQ-RECURSO
           PERFORM TOMAR-BLOQUEO-CONTACTO
           IF BLQ-OBTENIDO = 'S'
               MOVE "*CONTACTOS-ARCHIVE.DAT" TO BLQ-RECURSO
               PERFORM TOMAR-BLOQUEO-ARCHIVO
               IF BLQ-OBTENIDO = 'S'
                   PERFORM BUSCAR-REINCORPORACION
                   MOVE "*CONTACTOS-ARCHIVE.DAT" TO BLQ-RECURSO
                   PERFORM SOLTAR-BLOQUEO
               END-IF
               MOVE BLQ-CONTACTO TO BLQ-RECURSO
               PERFORM SOLTAR-BLOQUEO
           END-IF.

       BUSCAR-REINCORPORACION.
           MOVE 'N' TO REIN-ENCONTRADO
           MOVE 0 TO REIN-NUM-REG
           MOVE 0 TO REIN-POS
           OPEN INPUT CONTACTOS-ARCHIVE
           IF ARCHIVE-STATUS NOT = "00"
               DISPLAY "No hay contactos archivados."
           ELSE
               MOVE 'N' TO ARCHIVE-EOF
               PERFORM UNTIL ARCHIVE-EOF = 'S'
                   READ CONTACTOS-ARCHIVE
                       AT END
                           MOVE 'S' TO ARCHIVE-EOF
                       NOT AT END
                           ADD 1 TO REIN-NUM-REG
                           IF AR-NOMBRE = T-NOMBRE
                               MOVE 'S' TO REIN-ENCONTRADO
                               MOVE REIN-NUM-REG TO REIN-POS
                               PERFORM NORMALIZAR-REGISTRO-ARCHIVO
                               MOVE ARCHIVO-REGISTRO TO REIN-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACTOS-ARCHIVE
               IF REIN-ENCONTRADO NOT = 'S'
                   DISPLAY "Ese nombre no esta en el archivo de bajas."
               ELSE
                   DISPLAY "=== CONTACTO ARCHIVADO ==="
                   DISPLAY "Nombre: " REIN-NOMBRE
                   DISPLAY "Cumpleaños: " REIN-FECHA
                   DISPLAY "Anio nacimiento: " REIN-ANIO
                   DISPLAY "Telefono: " REIN-TELEFONO
                   DISPLAY "Email: " REIN-EMAIL
                   DISPLAY "Categoria: " REIN-CATEGORIA
                   DISPLAY "Fecha de baja: " REIN-FECHA-BAJA
                   DISPLAY "Reincorporar este contacto (S/N): "
                   ACCEPT REIN-CONFIRMA
                   IF FUNCTION UPPER-CASE(REIN-CONFIRMA) = "S"
                       PERFORM EJECUTAR-REINCORPORACION
                   ELSE
                       DISPLAY "Reincorporacion cancelada."
                   END-IF
               END-IF
           END-IF.

       EJECUTAR-REINCORPORACION.
           MOVE REIN-NOMBRE TO C-NOMBRE
           MOVE REIN-FECHA TO C-FECHA
           MOVE REIN-ANIO TO C-ANIO
           MOVE REIN-TELEFONO TO C-TELEFONO
           MOVE REIN-EMAIL TO C-EMAIL
           MOVE REIN-CATEGORIA TO C-CATEGORIA
           WRITE CONTACTO-REGISTRO
               INVALID KEY
                   IF FS-DUPLICATE
                       DISPLAY "Ya existe un contacto activo con ese "
                           "nombre; no se reincorpora."
                   ELSE
                       DISPLAY "Error al reincorporar el contacto ("
                           FS-STATUS ")."
                   END-IF
               NOT INVALID KEY
                   DISPLAY "Contacto reincorporado correctamente."
                   MOVE "REACTIVA" TO AUD-OPERACION
                   MOVE C-NOMBRE TO AUD-NOMBRE
                   MOVE SPACES TO AUD-ANTERIOR
                   PERFORM FORMATEAR-VALORES-ACTUALES
                   MOVE AUD-VALORES-TEMP TO AUD-NUEVO
                   PERFORM REGISTRAR-AUDITORIA
                   PERFORM CHECKPOINT-CONTACTOS
                   PERFORM QUITAR-ENTRADA-ARCHIVO
                   MOVE REIN-NOMBRE TO REL-NOMBRE-BUS
                   PERFORM RESTAURAR-RELACIONES
           END-WRITE.

      * Archive entries written before the birth-year field are 105
      * bytes; the READ pads them with spaces, so in a new-layout
      * record positions 106-109 hold the year of the deletion date
      * (always populated) while in an old one they are blank. When
      * an old record is detected its fields are remapped from the
      * old offsets, with the birth year left unknown - so
      * pre-change archive entries keep reconciling and reinstating
      * correctly without a one-time file conversion.
       NORMALIZAR-REGISTRO-ARCHIVO.
           IF ARCHIVO-REGISTRO(106:4) = SPACES
               MOVE ARCHIVO-REGISTRO TO ARCH-V1-IMAGEN
               MOVE AV1-TELEFONO TO AR-TELEFONO
               MOVE AV1-EMAIL TO AR-EMAIL
               MOVE AV1-CATEGORIA TO AR-CATEGORIA
               MOVE AV1-FECHA-BAJA TO AR-FECHA-BAJA
               MOVE SPACES TO AR-ANIO
           END-IF.

      * Rewrites CONTACTOS-ARCHIVE.DAT without record number
      * REIN-POS, copying through a work file so no capped table is
      * involved: first archive -> temp skipping the reinstated
      * entry, then temp -> archive.
       QUITAR-ENTRADA-ARCHIVO.
           MOVE 0 TO REIN-NUM-REG
           OPEN INPUT CONTACTOS-ARCHIVE
           IF ARCHIVE-STATUS NOT = "00"
               DISPLAY "Advertencia: no se pudo releer el archivo de "
                   "bajas (" ARCHIVE-STATUS "); la entrada "
                   "reincorporada queda sin depurar."
           ELSE
               OPEN OUTPUT ARCHIVE-TEMP
               IF ARCHTMP-STATUS NOT = "00"
                   DISPLAY "Advertencia: no se pudo crear el archivo "
                       "de trabajo (" ARCHTMP-STATUS "); la entrada "
                       "reincorporada queda sin depurar."
                   CLOSE CONTACTOS-ARCHIVE
               ELSE
                   MOVE 'N' TO ARCHIVE-EOF
                   PERFORM UNTIL ARCHIVE-EOF = 'S'
                       READ CONTACTOS-ARCHIVE
                           AT END
                               MOVE 'S' TO ARCHIVE-EOF
                           NOT AT END
                               ADD 1 TO REIN-NUM-REG
                               IF REIN-NUM-REG NOT = REIN-POS
                                   MOVE ARCHIVO-REGISTRO
                                       TO ARCHTMP-REGISTRO
                                   WRITE ARCHTMP-REGISTRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONTACTOS-ARCHIVE
                   CLOSE ARCHIVE-TEMP
                   PERFORM COPIAR-TEMP-A-ARCHIVO
               END-IF
           END-IF.

      * Truncating copy-back phase: the temp file just written is the
      * only complete copy, so CONTACTOS-ARCHIVE.DAT is only opened
      * OUTPUT (emptied) once the temp opened cleanly; on any failure
      * the temp file is left on disk intact.
       COPIAR-TEMP-A-ARCHIVO.
           OPEN INPUT ARCHIVE-TEMP
           IF ARCHTMP-STATUS NOT = "00"
               DISPLAY "Advertencia: no se pudo releer el archivo de "
                   "trabajo (" ARCHTMP-STATUS "); el archivo de "
                   "bajas queda sin depurar."
           ELSE
               OPEN OUTPUT CONTACTOS-ARCHIVE
               IF ARCHIVE-STATUS NOT = "00"
                   DISPLAY "Advertencia: no se pudo reescribir el "
                       "archivo de bajas (" ARCHIVE-STATUS "); se "
                       "conserva CONTACTOS-ARCHIVE.TMP."
                   CLOSE ARCHIVE-TEMP
               ELSE
                   MOVE 'N' TO ARCHIVE-EOF
                   PERFORM UNTIL ARCHIVE-EOF = 'S'
                       READ ARCHIVE-TEMP
                           AT END
                               MOVE 'S' TO ARCHIVE-EOF
                           NOT AT END
                               MOVE ARCHTMP-REGISTRO
                                   TO ARCHIVO-REGISTRO
                               WRITE ARCHIVO-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-TEMP
                   CLOSE CONTACTOS-ARCHIVE
               END-IF
           END-IF.

      * Reads every archived (soft-deleted) contact and cross-checks it
      * against the current active contacts, flagging any archive entry
      * whose name has since reappeared in contactos.dat (e.g. re-added
      * after being deleted) as an anomaly, then writes
      * reconciliacion.rpt with one line per archived contact. The
      * archive is streamed and each name is probed with a keyed READ,
      * so neither side goes through a capped table any more.
       RECONCILIAR-ARCHIVO.
           MOVE 0 TO NUM-ARCHIVADOS
           OPEN INPUT CONTACTOS-ARCHIVE
           IF ARCHIVE-STATUS NOT = "00"
               DISPLAY "No hay contactos archivados."
           ELSE
               OPEN OUTPUT RPT-RECONCILIACION
               IF RECON-STATUS NOT = "00"
                   DISPLAY "Error al crear reconciliacion.rpt: "
                       RECON-STATUS
                   CLOSE CONTACTOS-ARCHIVE
               ELSE
                   MOVE "=== REPORTE DE RECONCILIACION ==="
                       TO RECON-LINEA
                   WRITE RECON-LINEA
                   MOVE 'N' TO ARCHIVE-EOF
                   PERFORM UNTIL ARCHIVE-EOF = 'S'
                       READ CONTACTOS-ARCHIVE
                           AT END
                               MOVE 'S' TO ARCHIVE-EOF
                           NOT AT END
                               ADD 1 TO NUM-ARCHIVADOS
                               PERFORM NORMALIZAR-REGISTRO-ARCHIVO
                               PERFORM RECONCILIAR-ENTRADA-ARCHIVO
                       END-READ
                   END-PERFORM
                   CLOSE CONTACTOS-ARCHIVE
                   CLOSE RPT-RECONCILIACION
                   DISPLAY "Reporte de reconciliacion generado: "
                       "reconciliacion.rpt (" NUM-ARCHIVADOS
                       " contactos archivados)."
               END-IF
           END-IF.

      * One archive entry (already normalized in the FD area): a keyed
      * READ tells whether the name is active again.
       RECONCILIAR-ENTRADA-ARCHIVO.
           MOVE 'N' TO ENCONTRADO
           MOVE AR-NOMBRE TO C-NOMBRE
           READ CONTACTOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO ENCONTRADO
           END-READ
           MOVE SPACES TO RECON-LINEA
           IF ENCONTRADO = 'S'
               STRING AR-NOMBRE DELIMITED BY SIZE
                   " - archivado " DELIMITED BY SIZE
                   AR-FECHA-BAJA DELIMITED BY SIZE
                   " - ANOMALIA: activo de nuevo" DELIMITED BY SIZE
                   INTO RECON-LINEA
               END-STRING
           ELSE
               STRING AR-NOMBRE DELIMITED BY SIZE
                   " - archivado " DELIMITED BY SIZE
                   AR-FECHA-BAJA DELIMITED BY SIZE
                   " - OK" DELIMITED BY SIZE
                   INTO RECON-LINEA
               END-STRING
           END-IF
           WRITE RECON-LINEA.

      * Inquiry over auditoria.dat: filters by contact name,
      * operation type, date range and/or operator code (any blank
      * filter = no restriction), shows the entries newest to oldest
      * with the
      * antes/despues values side by side, and leaves the same output
      * in historial.rpt. The file is walked twice: the first pass
      * only counts matches to know how many old lines to skip when
      * there are more than 200, so the table always keeps the 200
      * MOST RECENT ones. Both passes start with the yearly archives
      * of the closed years the "desde" date reaches into.
       CONSULTAR-HISTORIAL.
           DISPLAY "Nombre de contacto (vacio = todos): "
           ACCEPT HIST-FILTRO-NOMBRE
           DISPLAY "Operacion ALTA/ACTUALIZA/BAJA/ALTA-CSV "
               "(vacio = todas): "
           ACCEPT HIST-FILTRO-OPER
           DISPLAY "Desde fecha AAAAMMDD (vacio = sin limite): "
           ACCEPT HIST-FILTRO-DESDE
           DISPLAY "Hasta fecha AAAAMMDD (vacio = sin limite): "
           ACCEPT HIST-FILTRO-HASTA
           DISPLAY "Operador (vacio = todos): "
           ACCEPT HIST-FILTRO-OP

           MOVE 0 TO HIST-TOTAL
           PERFORM FIJAR-DESDE-HISTORIAL
           MOVE "HISTORIAL" TO CIE-LECTOR
           PERFORM RECORRER-AUDITORIA-ARCHIVADA
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "No hay auditoria registrada ("
                   AUDIT-STATUS ")."
           ELSE
               MOVE 'N' TO HIST-EOF
               PERFORM UNTIL HIST-EOF = 'S'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'S' TO HIST-EOF
                       NOT AT END
                           PERFORM EVALUAR-LINEA-AUDITORIA
                           IF HIST-COINCIDE = 'S'
                               ADD 1 TO HIST-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE

               IF HIST-TOTAL = 0
                   DISPLAY "Sin entradas de auditoria que coincidan."
               ELSE
                   IF HIST-TOTAL > 200
                       COMPUTE HIST-OMITIR = HIST-TOTAL - 200
                       DISPLAY "Advertencia: " HIST-TOTAL
                           " coincidencias; se muestran solo las "
                           "200 mas recientes."
                   ELSE
                       MOVE 0 TO HIST-OMITIR
                   END-IF
                   PERFORM CARGAR-TABLA-HISTORIAL
                   PERFORM ESCRIBIR-REPORTE-HISTORIAL
               END-IF
           END-IF.

      * Second pass over auditoria.dat: skips the HIST-OMITIR oldest
      * matches and loads the rest into HIST-TABLE in file
      * (chronological) order.
       CARGAR-TABLA-HISTORIAL.
           MOVE 0 TO HIST-NUM
           MOVE "HIST-TABLA" TO CIE-LECTOR
           PERFORM RECORRER-AUDITORIA-ARCHIVADA
           OPEN INPUT AUDIT-FILE
           MOVE 'N' TO HIST-EOF
           PERFORM UNTIL HIST-EOF = 'S'
               READ AUDIT-FILE
                   AT END
                       MOVE 'S' TO HIST-EOF
                   NOT AT END
                       PERFORM EVALUAR-LINEA-AUDITORIA
                       PERFORM CARGAR-ENTRADA-HISTORIAL
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       CARGAR-ENTRADA-HISTORIAL.
           IF HIST-COINCIDE = 'S'
               IF HIST-OMITIR > 0
                   SUBTRACT 1 FROM HIST-OMITIR
               ELSE
                   ADD 1 TO HIST-NUM
                   MOVE HIST-TS TO HT-TS(HIST-NUM)
                   MOVE HIST-OPER TO HT-OPER(HIST-NUM)
                   MOVE HIST-NOMBRE TO HT-NOMBRE(HIST-NUM)
                   MOVE HIST-OPERADOR TO HT-OPERADOR(HIST-NUM)
                   MOVE HIST-ANTES(8:110) TO HT-ANTES(HIST-NUM)
                   MOVE HIST-DESPUES(10:110) TO HT-DESPUES(HIST-NUM)
               END-IF
           END-IF.

      * A closed year's archive only holds lines up to its year, so
      * with a "desde" date the archives of the years before it are
      * left out.
       FIJAR-DESDE-HISTORIAL.
           MOVE 0 TO CIE-DESDE-ANIO
           IF HIST-FILTRO-DESDE(1:4) IS NUMERIC
               MOVE HIST-FILTRO-DESDE(1:4) TO CIE-DESDE-ANIO
           END-IF.

      * Walks the audit archives of the closed years from
      * CIE-DESDE-ANIO on, oldest first, and hands every line to the
      * reader named in CIE-LECTOR exactly as if it still were in
      * auditoria.dat; the caller then reads the live file. A
      * registered archive that cannot be opened is reported, since
      * the answer will be missing its lines. AUDIT-FILE is left
      * closed and pointing at auditoria.dat again.
       RECORRER-AUDITORIA-ARCHIVADA.
           PERFORM CARGAR-CIERRES
           PERFORM VARYING CIE-POS FROM 1 BY 1 UNTIL CIE-POS > CIE-NUM
               IF CY-ANIO(CIE-POS) NOT < CIE-DESDE-ANIO
                   MOVE SPACES TO AUDIT-NOMBRE-ARCHIVO
                   STRING "auditoria-" DELIMITED BY SIZE
                       CY-ANIO(CIE-POS) DELIMITED BY SIZE
                       ".dat" DELIMITED BY SIZE
                       INTO AUDIT-NOMBRE-ARCHIVO
                   END-STRING
                   OPEN INPUT AUDIT-FILE
                   IF AUDIT-STATUS NOT = "00"
                       DISPLAY "Advertencia: no se pudo leer "
                           FUNCTION TRIM(AUDIT-NOMBRE-ARCHIVO) " ("
                           AUDIT-STATUS "); faltan sus entradas."
                   ELSE
                       MOVE 'N' TO HIST-EOF
                       PERFORM UNTIL HIST-EOF = 'S'
                           READ AUDIT-FILE
                               AT END
                                   MOVE 'S' TO HIST-EOF
                               NOT AT END
                                   PERFORM EVALUAR-LINEA-AUDITORIA
                                   PERFORM ATENDER-LINEA-ARCHIVADA
                           END-READ
                       END-PERFORM
                       CLOSE AUDIT-FILE
                   END-IF
               END-IF
           END-PERFORM
           MOVE "auditoria.dat" TO AUDIT-NOMBRE-ARCHIVO.

       ATENDER-LINEA-ARCHIVADA.
           EVALUATE CIE-LECTOR
               WHEN "HISTORIAL"
                   IF HIST-COINCIDE = 'S'
                       ADD 1 TO HIST-TOTAL
                   END-IF
               WHEN "HIST-TABLA"
                   PERFORM CARGAR-ENTRADA-HISTORIAL
               WHEN "RECUPERAR"
                   PERFORM APLICAR-ENTRADA-AUDITORIA
               WHEN "VERIFICAR"
                   IF VER-TS-BASE = SPACES
                       OR HIST-TS(1:14) > VER-TS-BASE
                       PERFORM APLICAR-ENTRADA-VERIF
                   END-IF
               WHEN "RESUMEN"
                   PERFORM CLASIFICAR-ENTRADA-RESUMEN
           END-EVALUATE.

      * Loads cierres.dat into CIE-TABLE (ascending year, the order
      * the closes are appended in). No file = no year closed yet.
       CARGAR-CIERRES.
           MOVE 0 TO CIE-NUM
           OPEN INPUT CIERRES-FILE
           IF CIE-STATUS = "00"
               MOVE 'N' TO CIE-EOF
               PERFORM UNTIL CIE-EOF = 'S'
                   READ CIERRES-FILE
                       AT END
                           MOVE 'S' TO CIE-EOF
                       NOT AT END
                           IF CIE-NUM < 100
                               ADD 1 TO CIE-NUM
                               MOVE CI-ANIO TO CY-ANIO(CIE-NUM)
                               MOVE CI-CORTE TO CY-CORTE(CIE-NUM)
                               MOVE CI-ACT-ALTAS TO CY-ALTAS(CIE-NUM)
                               MOVE CI-ACT-BAJAS TO CY-BAJAS(CIE-NUM)
                               MOVE CI-NO-APLICADAS
                                   TO CY-NO-APLICADAS(CIE-NUM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CIERRES-FILE
           END-IF.

      * Breaks AUDIT-LINEA apart (TS | OPER | NOMBRE | antes: ... |
      * despues: ... | op: ...) and decides whether it passes the
      * active filters. The "antes: "/"despues: "/"op: " prefixes stay
      * in their raw fields and are trimmed when used. Lines from
      * before the operator stamp leave HIST-OPERADOR blank.
       EVALUAR-LINEA-AUDITORIA.
           MOVE SPACES TO HIST-TS
           MOVE SPACES TO HIST-OPER
           MOVE SPACES TO HIST-NOMBRE
           MOVE SPACES TO HIST-ANTES
           MOVE SPACES TO HIST-DESPUES
           MOVE SPACES TO HIST-OP-RAW
           MOVE SPACES TO HIST-OPERADOR
           UNSTRING AUDIT-LINEA DELIMITED BY " | "
               INTO HIST-TS HIST-OPER HIST-NOMBRE
                   HIST-ANTES HIST-DESPUES HIST-OP-RAW
           END-UNSTRING
           IF HIST-OP-RAW(1:4) = "op: "
               MOVE HIST-OP-RAW(5:8) TO HIST-OPERADOR
           END-IF
           MOVE 'S' TO HIST-COINCIDE
           IF HIST-FILTRO-NOMBRE NOT = SPACES
               AND HIST-NOMBRE NOT = HIST-FILTRO-NOMBRE
               MOVE 'N' TO HIST-COINCIDE
           END-IF
           IF HIST-FILTRO-OPER NOT = SPACES
               AND FUNCTION UPPER-CASE(HIST-OPER)
                   NOT = FUNCTION UPPER-CASE(HIST-FILTRO-OPER)
               MOVE 'N' TO HIST-COINCIDE
           END-IF
           IF HIST-FILTRO-DESDE NOT = SPACES
               AND HIST-TS(1:8) < HIST-FILTRO-DESDE
               MOVE 'N' TO HIST-COINCIDE
           END-IF
           IF HIST-FILTRO-HASTA NOT = SPACES
               AND HIST-TS(1:8) > HIST-FILTRO-HASTA
               MOVE 'N' TO HIST-COINCIDE
           END-IF
           IF HIST-FILTRO-OP NOT = SPACES
               AND HIST-OPERADOR NOT = HIST-FILTRO-OP
               MOVE 'N' TO HIST-COINCIDE
           END-IF.

      * Walks HIST-TABLE back to front (most recent first), showing
      * each entry on screen and writing the same lines to
      * historial.rpt.
       ESCRIBIR-REPORTE-HISTORIAL.
           OPEN OUTPUT RPT-HISTORIAL
           IF HISTORIAL-STATUS NOT = "00"
               DISPLAY "Error al crear historial.rpt: "
                   HISTORIAL-STATUS
           ELSE
               MOVE "=== HISTORIAL DE CAMBIOS ===" TO HISTORIAL-LINEA
               WRITE HISTORIAL-LINEA
               DISPLAY "=== HISTORIAL DE CAMBIOS ==="
               PERFORM VARYING H FROM HIST-NUM BY -1 UNTIL H < 1
                   MOVE SPACES TO HISTORIAL-LINEA
                   STRING HT-TS(H)(1:8) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HT-TS(H)(9:6) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HT-OPER(H) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HT-NOMBRE(H) DELIMITED BY SIZE
                       " op: " DELIMITED BY SIZE
                       HT-OPERADOR(H) DELIMITED BY SIZE
                       INTO HISTORIAL-LINEA
                   END-STRING
                   WRITE HISTORIAL-LINEA
                   DISPLAY HISTORIAL-LINEA
                   MOVE SPACES TO HISTORIAL-LINEA
                   STRING "  antes  : " DELIMITED BY SIZE
                       HT-ANTES(H) DELIMITED BY SIZE
                       INTO HISTORIAL-LINEA
                   END-STRING
                   WRITE HISTORIAL-LINEA
                   DISPLAY HISTORIAL-LINEA
                   MOVE SPACES TO HISTORIAL-LINEA
                   STRING "  despues: " DELIMITED BY SIZE
                       HT-DESPUES(H) DELIMITED BY SIZE
                       INTO HISTORIAL-LINEA
                   END-STRING
                   WRITE HISTORIAL-LINEA
                   DISPLAY HISTORIAL-LINEA
               END-PERFORM
               CLOSE RPT-HISTORIAL
               DISPLAY "Historial escrito en historial.rpt ("
                   HIST-NUM " entradas)."
           END-IF.

      * Rebuilds contactos.dat starting from the newest good snapshot
      * (respaldo-1/2/3.dat) and replaying on top of it only the
      * auditoria.dat entries after the snapshot's cut-off; without a
      * usable snapshot the whole trail is replayed from an empty
      * file, as always: each ALTA/ALTA-CSV is re-inserted with
      * its "despues" image, each ACTUALIZA is re-applied and each
      * BAJA is deleted. Optionally replays only up to a
      * YYYYMMDDHHMMSS timestamp, to return to the state before a bad
      * bulk load. Entries that could not be applied are detailed in
      * recuperacion.rpt. The contacts file is EMPTIED before the
      * replay, hence the confirmation prompt.
       RECUPERAR-CONTACTOS.
           DISPLAY "Reconstruir hasta AAAAMMDDHHMMSS "
               "(vacio = reproducir todo): "
           ACCEPT REC-LIMITE
           DISPLAY "Esto REEMPLAZA contactos.dat con lo reproducido "
               "desde la auditoria."
           DISPLAY "Confirmar (SI/NO): "
           ACCEPT REC-CONFIRMA
           IF FUNCTION UPPER-CASE(REC-CONFIRMA) NOT = "SI"
               DISPLAY "Reconstruccion cancelada."
           ELSE
               PERFORM EJECUTAR-RECUPERACION
           END-IF.

      * The replay empties contactos.dat, so it needs the system to
      * itself: with another session signed on it is not started.
       EJECUTAR-RECUPERACION.
           PERFORM TOMAR-USO-EXCLUSIVO
           IF BLQ-OBTENIDO = 'S'
               PERFORM RECONSTRUIR-CONTACTOS
               PERFORM SOLTAR-USO-EXCLUSIVO
           ELSE
               DISPLAY "Reconstruccion no realizada."
               MOVE 8 TO REC-RC
           END-IF.

       RECONSTRUIR-CONTACTOS.
           MOVE 0 TO REC-RC
           MOVE 0 TO REC-APLICADAS
           MOVE 0 TO REC-FALLIDAS
           MOVE 0 TO REC-INFORMATIVAS
           MOVE 0 TO REC-POSTERIORES
           MOVE 0 TO REC-CUBIERTAS
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "No hay auditoria para reproducir ("
                   AUDIT-STATUS ")."
               MOVE 8 TO REC-RC
           ELSE
               OPEN OUTPUT RPT-RECUPERACION
               IF RECUP-STATUS NOT = "00"
                   DISPLAY "Error al crear recuperacion.rpt: "
                       RECUP-STATUS
                   MOVE 8 TO REC-RC
                   CLOSE AUDIT-FILE
               ELSE
                   MOVE "=== RECUPERACION DESDE AUDITORIA ==="
                       TO RECUP-LINEA
                   WRITE RECUP-LINEA
                   CLOSE CONTACTOS-FILE
                   OPEN OUTPUT CONTACTOS-FILE
                   CLOSE CONTACTOS-FILE
                   OPEN I-O CONTACTOS-FILE
                   PERFORM RESTAURAR-DESDE-RESPALDO
                   MOVE SPACES TO RECUP-LINEA
                   IF RESP-CARGADO = 'S'
                       STRING "Base: " DELIMITED BY SIZE
                           RESP-NOMBRE-ARCHIVO DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           RESP-CONTACTOS DELIMITED BY SIZE
                           " contactos, corte " DELIMITED BY SIZE
                           RESP-TS-APLICADO DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO RECUP-LINEA
                       END-STRING
                   ELSE
                       MOVE "Base: sin respaldo; se reproduce todo"
                           TO RECUP-LINEA
                   END-IF
                   WRITE RECUP-LINEA
                   MOVE SPACES TO HIST-FILTRO-NOMBRE
                   MOVE SPACES TO HIST-FILTRO-OPER
                   MOVE SPACES TO HIST-FILTRO-DESDE
                   MOVE SPACES TO HIST-FILTRO-HASTA
                   MOVE SPACES TO HIST-FILTRO-OP
      * Archived years the base does not cover are replayed first.
                   CLOSE AUDIT-FILE
                   MOVE 0 TO CIE-DESDE-ANIO
                   IF RESP-TS-APLICADO(1:4) IS NUMERIC
                       MOVE RESP-TS-APLICADO(1:4) TO CIE-DESDE-ANIO
                   END-IF
                   MOVE "RECUPERAR" TO CIE-LECTOR
                   PERFORM RECORRER-AUDITORIA-ARCHIVADA
                   OPEN INPUT AUDIT-FILE
                   MOVE 'N' TO HIST-EOF
                   IF AUDIT-STATUS NOT = "00"
                       MOVE 'S' TO HIST-EOF
                   END-IF
                   PERFORM UNTIL HIST-EOF = 'S'
                       READ AUDIT-FILE
                           AT END
                               MOVE 'S' TO HIST-EOF
                           NOT AT END
                               PERFORM EVALUAR-LINEA-AUDITORIA
                               PERFORM APLICAR-ENTRADA-AUDITORIA
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
                   PERFORM CHECKPOINT-CONTACTOS
                   MOVE SPACES TO RECUP-LINEA
                   STRING "FIN: aplicadas=" DELIMITED BY SIZE
                       REC-APLICADAS DELIMITED BY SIZE
                       " fallidas=" DELIMITED BY SIZE
                       REC-FALLIDAS DELIMITED BY SIZE
                       " informativas=" DELIMITED BY SIZE
                       REC-INFORMATIVAS DELIMITED BY SIZE
                       " posteriores-al-limite=" DELIMITED BY SIZE
                       REC-POSTERIORES DELIMITED BY SIZE
                       " cubiertas-por-respaldo=" DELIMITED BY SIZE
                       REC-CUBIERTAS DELIMITED BY SIZE
                       INTO RECUP-LINEA
                   END-STRING
                   WRITE RECUP-LINEA
                   CLOSE RPT-RECUPERACION
                   IF REC-FALLIDAS > 0
                       MOVE 4 TO REC-RC
                   END-IF
                   DISPLAY "Reconstruccion terminada: "
                       REC-APLICADAS " aplicadas, "
                       REC-FALLIDAS " fallidas. Detalle en "
                       "recuperacion.rpt."
               END-IF
           END-IF.

      * Applies to contactos.dat the entry already broken out into
      * HIST-TS/HIST-OPER/HIST-NOMBRE/HIST-DESPUES. Operations that
      * do not modify contacts count as informational; whatever could
      * not be applied is noted in recuperacion.rpt.
       APLICAR-ENTRADA-AUDITORIA.
           IF RESP-TS-APLICADO NOT = SPACES
               AND HIST-TS(1:14) NOT > RESP-TS-APLICADO
               ADD 1 TO REC-CUBIERTAS
           ELSE
           IF REC-LIMITE NOT = SPACES
               AND HIST-TS(1:14) > REC-LIMITE
               ADD 1 TO REC-POSTERIORES
           ELSE
               MOVE HIST-DESPUES(10:110) TO REC-IMAGEN
               EVALUATE FUNCTION TRIM(HIST-OPER)
                   WHEN "ALTA"
                   WHEN "ALTA-CSV"
                   WHEN "REACTIVA"
                       PERFORM CARGAR-REGISTRO-DESDE-IMAGEN
                       WRITE CONTACTO-REGISTRO
                           INVALID KEY
                               PERFORM ANOTAR-FALLO-RECUPERACION
                           NOT INVALID KEY
                               ADD 1 TO REC-APLICADAS
                       END-WRITE
                   WHEN "ACTUALIZA"
                       PERFORM CARGAR-REGISTRO-DESDE-IMAGEN
                       REWRITE CONTACTO-REGISTRO
                           INVALID KEY
                               PERFORM ANOTAR-FALLO-RECUPERACION
                           NOT INVALID KEY
                               ADD 1 TO REC-APLICADAS
                       END-REWRITE
                   WHEN "BAJA"
                       MOVE HIST-NOMBRE TO C-NOMBRE
                       DELETE CONTACTOS-FILE
                           INVALID KEY
                               PERFORM ANOTAR-FALLO-RECUPERACION
                           NOT INVALID KEY
                               ADD 1 TO REC-APLICADAS
                       END-DELETE
                   WHEN OTHER
                       ADD 1 TO REC-INFORMATIVAS
               END-EVALUATE
           END-IF
           END-IF.

      * Audit entries older than the birth-year field use the V1
      * format; new ones carry " anio=" at position 12. For the old
      * ones the year is left as unknown.
       CARGAR-REGISTRO-DESDE-IMAGEN.
           MOVE HIST-NOMBRE TO C-NOMBRE
           IF REC-IMAGEN(12:6) = " anio="
               MOVE REC2-FECHA TO C-FECHA
               MOVE REC2-ANIO TO C-ANIO
               MOVE REC2-TELEFONO TO C-TELEFONO
               MOVE REC2-EMAIL TO C-EMAIL
               MOVE REC2-CATEGORIA TO C-CATEGORIA
           ELSE
               MOVE REC1-FECHA TO C-FECHA
               MOVE SPACES TO C-ANIO
               MOVE REC1-TELEFONO TO C-TELEFONO
               MOVE REC1-EMAIL TO C-EMAIL
               MOVE REC1-CATEGORIA TO C-CATEGORIA
           END-IF.

       ANOTAR-FALLO-RECUPERACION.
           ADD 1 TO REC-FALLIDAS
           MOVE SPACES TO RECUP-LINEA
           STRING "NO APLICADA (" DELIMITED BY SIZE
               FS-STATUS DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               HIST-TS(1:14) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HIST-OPER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HIST-NOMBRE DELIMITED BY SIZE
               INTO RECUP-LINEA
           END-STRING
           WRITE RECUP-LINEA.

      * Dated snapshot of contactos.dat with the last few generations
      * rotated: respaldo-1.dat is always the newest, respaldo-2/3 the
      * previous ones. Each snapshot opens with a header recording up
      * to which audit timestamp it is current, so the rebuild can
      * replay only what auditoria.dat accumulated afterwards.
       RESPALDAR-CONTACTOS.
           PERFORM EJECUTAR-RESPALDO
           IF RESP-RC = 0
               DISPLAY "Respaldo escrito en respaldo-1.dat ("
                   RESP-CONTACTOS " contactos); generaciones "
                   "anteriores rotadas."
           END-IF.

       EJECUTAR-RESPALDO.
           MOVE 0 TO RESP-RC
           MOVE 0 TO RESP-CONTACTOS
           PERFORM BUSCAR-ULTIMO-TS-AUDITORIA
           PERFORM ROTAR-RESPALDOS
           MOVE "respaldo-1.dat" TO RESP-NOMBRE-ARCHIVO
           PERFORM ESCRIBIR-RESPALDO.

      * Writes contactos.dat to RESP-NOMBRE-ARCHIVO under the
      * RESPALDO header with RESP-TS-CORTE as its cut-off. Shared by
      * the rotating snapshots and the year-end close.
       ESCRIBIR-RESPALDO.
           OPEN OUTPUT RESPALDO-FILE
           IF RESP-STATUS NOT = "00"
               DISPLAY "Error al crear "
                   FUNCTION TRIM(RESP-NOMBRE-ARCHIVO) " ("
                   RESP-STATUS ")."
               MOVE 8 TO RESP-RC
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-HOY
               MOVE SPACES TO RESP-REGISTRO
               STRING "RESPALDO hasta=" DELIMITED BY SIZE
                   RESP-TS-CORTE DELIMITED BY SIZE
                   " generado=" DELIMITED BY SIZE
                   WS-HOY(1:14) DELIMITED BY SIZE
                   INTO RESP-REGISTRO
               END-STRING
               WRITE RESP-REGISTRO
               MOVE LOW-VALUES TO C-NOMBRE
               MOVE 'N' TO EOF-FLAG
               START CONTACTOS-FILE KEY IS NOT LESS THAN C-NOMBRE
                   INVALID KEY MOVE 'S' TO EOF-FLAG
               END-START
               PERFORM UNTIL EOF-FLAG = 'S'
                   READ CONTACTOS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO RESP-CONTACTOS
                           MOVE SPACES TO RESP-REGISTRO
                           MOVE CONTACTO-REGISTRO TO RESP-REGISTRO
                           WRITE RESP-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE RESPALDO-FILE
           END-IF.

      * The snapshot cut-off is the timestamp of the LAST line of
      * auditoria.dat: everything written up to here is already
      * reflected in contactos.dat, so the rebuild only needs what
      * comes after. No audit yet = spaces = replay everything on top.
      * Right after a year-end close the live file may hold nothing;
      * the cut-off is then that of the latest close, whose archives
      * hold everything before it.
       BUSCAR-ULTIMO-TS-AUDITORIA.
           MOVE SPACES TO RESP-ULT-TS
           MOVE SPACES TO RESP-TS-CORTE
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS = "00"
               MOVE 'N' TO RESP-EOF
               PERFORM UNTIL RESP-EOF = 'S'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'S' TO RESP-EOF
                       NOT AT END
                           MOVE AUDIT-LINEA(1:26) TO RESP-ULT-TS
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               MOVE RESP-ULT-TS(1:14) TO RESP-TS-CORTE
           END-IF
           IF RESP-TS-CORTE = SPACES
               PERFORM CARGAR-CIERRES
               IF CIE-NUM > 0
                   MOVE CY-CORTE(CIE-NUM) TO RESP-TS-CORTE
               END-IF
           END-IF.

      * Shifts the generations one place down (2 -> 3, then 1 -> 2)
      * before the new snapshot takes the first slot. A missing source
      * generation is simply skipped.
       ROTAR-RESPALDOS.
           MOVE "respaldo-2.dat" TO RESP-NOMBRE-ARCHIVO
           MOVE "respaldo-3.dat" TO RESPAUX-NOMBRE-ARCHIVO
           PERFORM COPIAR-GENERACION-RESPALDO
           MOVE "respaldo-1.dat" TO RESP-NOMBRE-ARCHIVO
           MOVE "respaldo-2.dat" TO RESPAUX-NOMBRE-ARCHIVO
           PERFORM COPIAR-GENERACION-RESPALDO.

       COPIAR-GENERACION-RESPALDO.
           OPEN INPUT RESPALDO-FILE
           IF RESP-NO-EXISTE
               CLOSE RESPALDO-FILE
           ELSE
               IF RESP-STATUS NOT = "00"
                   DISPLAY "Advertencia: no se pudo leer "
                       RESP-NOMBRE-ARCHIVO " (" RESP-STATUS ")."
               ELSE
                   OPEN OUTPUT RESPALDO-AUX
                   IF RESPAUX-STATUS NOT = "00"
                       DISPLAY "Advertencia: no se pudo rotar hacia "
                           RESPAUX-NOMBRE-ARCHIVO " ("
                           RESPAUX-STATUS ")."
                       CLOSE RESPALDO-FILE
                   ELSE
                       MOVE 'N' TO RESP-EOF
                       PERFORM UNTIL RESP-EOF = 'S'
                           READ RESPALDO-FILE
                               AT END
                                   MOVE 'S' TO RESP-EOF
                               NOT AT END
                                   MOVE RESP-REGISTRO
                                       TO RESPAUX-REGISTRO
                                   WRITE RESPAUX-REGISTRO
                           END-READ
                       END-PERFORM
                       CLOSE RESPALDO-FILE
                       CLOSE RESPALDO-AUX
                   END-IF
               END-IF
           END-IF.

      * Tries the snapshot generations newest first: a usable one must
      * open cleanly and start with the RESPALDO header. Its contacts
      * are loaded straight into the (already emptied) contactos.dat
      * and its cut-off lands in RESP-TS-APLICADO so the audit replay
      * skips everything the snapshot already covers. A bad generation
      * falls back to the next one; with none usable the replay starts
      * from an empty file, exactly as before snapshots existed. A
      * point-in-time rebuild (REC-LIMITE loaded) additionally rejects
      * any generation whose cut-off lies AFTER the limit - such a
      * snapshot already contains the changes being rolled back, so
      * only an older generation (or the full-trail replay) can give
      * back the requested state. When no generation serves, the
      * snapshots taken by the year-end closes are tried the same way,
      * newest first.
       RESTAURAR-DESDE-RESPALDO.
           MOVE SPACES TO RESP-TS-APLICADO
           MOVE 'N' TO RESP-CARGADO
           MOVE 0 TO RESP-CONTACTOS
           PERFORM VARYING RESP-GEN FROM 1 BY 1
                   UNTIL RESP-GEN > 3 OR RESP-CARGADO = 'S'
               MOVE SPACES TO RESP-NOMBRE-ARCHIVO
               STRING "respaldo-" DELIMITED BY SIZE
                   RESP-GEN DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO RESP-NOMBRE-ARCHIVO
               END-STRING
               PERFORM CARGAR-RESPALDO-GENERACION
           END-PERFORM
           IF RESP-CARGADO NOT = 'S'
               PERFORM CARGAR-CIERRES
               PERFORM VARYING CIE-POS FROM CIE-NUM BY -1
                       UNTIL CIE-POS < 1 OR RESP-CARGADO = 'S'
                   MOVE SPACES TO RESP-NOMBRE-ARCHIVO
                   STRING "cierre-" DELIMITED BY SIZE
                       CY-ANIO(CIE-POS) DELIMITED BY SIZE
                       ".dat" DELIMITED BY SIZE
                       INTO RESP-NOMBRE-ARCHIVO
                   END-STRING
                   PERFORM CARGAR-RESPALDO-GENERACION
               END-PERFORM
           END-IF.

       CARGAR-RESPALDO-GENERACION.
           MOVE 0 TO RESP-FALLIDOS
           OPEN INPUT RESPALDO-FILE
           IF RESP-STATUS NOT = "00"
               CONTINUE
           ELSE
               READ RESPALDO-FILE
                   AT END
                       MOVE SPACES TO RESP-REGISTRO
               END-READ
               IF RESP-REGISTRO(1:15) NOT = "RESPALDO hasta="
                   DISPLAY "Respaldo descartado (sin encabezado): "
                       RESP-NOMBRE-ARCHIVO
                   CLOSE RESPALDO-FILE
               ELSE
               IF REC-LIMITE NOT = SPACES
                   AND RESP-REGISTRO(16:14) > REC-LIMITE
                   DISPLAY "Respaldo descartado (posterior al limite "
                       "solicitado): " RESP-NOMBRE-ARCHIVO
                   CLOSE RESPALDO-FILE
               ELSE
                   MOVE RESP-REGISTRO(16:14) TO RESP-TS-APLICADO
                   MOVE 'N' TO RESP-EOF
                   PERFORM UNTIL RESP-EOF = 'S'
                       READ RESPALDO-FILE
                           AT END
                               MOVE 'S' TO RESP-EOF
                           NOT AT END
                               MOVE RESP-REGISTRO(1:99)
                                   TO CONTACTO-REGISTRO
                               WRITE CONTACTO-REGISTRO
                                   INVALID KEY
                                       ADD 1 TO RESP-FALLIDOS
                                   NOT INVALID KEY
                                       ADD 1 TO RESP-CONTACTOS
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE RESPALDO-FILE
      * A generation that loads with errors is as bad as one without
      * header: the partial load is thrown away and the next (older)
      * generation gets its chance against an empty file again.
                   IF RESP-FALLIDOS > 0
                       DISPLAY "Respaldo descartado ("
                           RESP-FALLIDOS " registros no cargables): "
                           RESP-NOMBRE-ARCHIVO
                       CLOSE CONTACTOS-FILE
                       OPEN OUTPUT CONTACTOS-FILE
                       CLOSE CONTACTOS-FILE
                       OPEN I-O CONTACTOS-FILE
                       MOVE 0 TO RESP-CONTACTOS
                   ELSE
                       MOVE 'S' TO RESP-CARGADO
                   END-IF
               END-IF
               END-IF
           END-IF
           IF RESP-CARGADO NOT = 'S'
               MOVE SPACES TO RESP-TS-APLICADO
           END-IF.

      * Non-destructive check that contactos.dat still matches what
      * auditoria.dat says it should hold: the whole trail is replayed
      * the way the rebuild does it, but into the scratch
      * contactos-verif.dat (starting from the snapshot of the latest
      * year-end close, which that close proved equal to the trail
      * behind it), and both files are then compared record
      * by record in the two directions (record in file but not in the
      * audit, differing fields, audited but missing). Differences go
      * to verificacion.rpt and VER-RC comes back 4, so a scheduled
      * VERIFICAR flags drift the night it appears. The live file is
      * never written.
       EJECUTAR-VERIFICACION.
           MOVE 0 TO VER-RC
           MOVE 0 TO VER-DIFERENCIAS
           MOVE 0 TO VER-NO-APLICADAS
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "No hay auditoria para verificar ("
                   AUDIT-STATUS ")."
               MOVE 8 TO VER-RC
           ELSE
               OPEN OUTPUT RPT-VERIFICACION
               IF VERIFR-STATUS NOT = "00"
                   DISPLAY "Error al crear verificacion.rpt: "
                       VERIFR-STATUS
                   MOVE 8 TO VER-RC
                   CLOSE AUDIT-FILE
               ELSE
                   MOVE "=== VERIFICACION CONTACTOS vs AUDITORIA ==="
                       TO VERIF-LINEA
                   WRITE VERIF-LINEA
                   OPEN OUTPUT VERIF-FILE
                   CLOSE VERIF-FILE
                   OPEN I-O VERIF-FILE
                   IF VERIF-STATUS NOT = "00"
                       DISPLAY "No se pudo crear contactos-verif.dat "
                           "(" VERIF-STATUS ")."
                       MOVE 8 TO VER-RC
                       CLOSE AUDIT-FILE
                       CLOSE RPT-VERIFICACION
                   ELSE
                       PERFORM REPRODUCIR-AUDITORIA-VERIF
                       PERFORM COMPARAR-VIVO-CONTRA-VERIF
                       PERFORM COMPARAR-VERIF-CONTRA-VIVO
                       MOVE SPACES TO VERIF-LINEA
                       STRING "FIN: diferencias=" DELIMITED BY SIZE
                           VER-DIFERENCIAS DELIMITED BY SIZE
                           " entradas-no-aplicables="
                           DELIMITED BY SIZE
                           VER-NO-APLICADAS DELIMITED BY SIZE
                           INTO VERIF-LINEA
                       END-STRING
                       WRITE VERIF-LINEA
                       CLOSE VERIF-FILE
                       CLOSE RPT-VERIFICACION
                       IF VER-DIFERENCIAS > 0
                           MOVE 4 TO VER-RC
                       END-IF
                       DISPLAY "Verificacion terminada: "
                           VER-DIFERENCIAS " diferencias. Detalle en "
                           "verificacion.rpt."
                   END-IF
               END-IF
           END-IF.

       REPRODUCIR-AUDITORIA-VERIF.
           MOVE SPACES TO HIST-FILTRO-NOMBRE
           MOVE SPACES TO HIST-FILTRO-OPER
           MOVE SPACES TO HIST-FILTRO-DESDE
           MOVE SPACES TO HIST-FILTRO-HASTA
           MOVE SPACES TO HIST-FILTRO-OP
           CLOSE AUDIT-FILE
           PERFORM CARGAR-BASE-VERIF
           MOVE 0 TO CIE-DESDE-ANIO
           IF VER-TS-BASE(1:4) IS NUMERIC
               MOVE VER-TS-BASE(1:4) TO CIE-DESDE-ANIO
           END-IF
           MOVE "VERIFICAR" TO CIE-LECTOR
           PERFORM RECORRER-AUDITORIA-ARCHIVADA
           OPEN INPUT AUDIT-FILE
           MOVE 'N' TO HIST-EOF
           IF AUDIT-STATUS NOT = "00"
               MOVE 'S' TO HIST-EOF
           END-IF
           PERFORM UNTIL HIST-EOF = 'S'
               READ AUDIT-FILE
                   AT END
                       MOVE 'S' TO HIST-EOF
                   NOT AT END
                       PERFORM EVALUAR-LINEA-AUDITORIA
                       IF VER-TS-BASE = SPACES
                           OR HIST-TS(1:14) > VER-TS-BASE
                           PERFORM APLICAR-ENTRADA-VERIF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

      * Seeds contactos-verif.dat with the snapshot of the latest
      * year-end close and takes over the entries that close could
      * not apply, so only what came after its cut-off is replayed.
      * Without a close, or when its snapshot is missing or does not
      * load, the scratch file stays empty and the whole trail,
      * archives included, is replayed as before.
       CARGAR-BASE-VERIF.
           MOVE SPACES TO VER-TS-BASE
           MOVE 0 TO RESP-FALLIDOS
           PERFORM CARGAR-CIERRES
           IF CIE-NUM > 0
               MOVE SPACES TO RESP-NOMBRE-ARCHIVO
               STRING "cierre-" DELIMITED BY SIZE
                   CY-ANIO(CIE-NUM) DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO RESP-NOMBRE-ARCHIVO
               END-STRING
               OPEN INPUT RESPALDO-FILE
               IF RESP-STATUS NOT = "00"
                   DISPLAY "Advertencia: no se pudo leer "
                       FUNCTION TRIM(RESP-NOMBRE-ARCHIVO)
                       "; se reproduce toda la auditoria."
               ELSE
                   READ RESPALDO-FILE
                       AT END
                           MOVE SPACES TO RESP-REGISTRO
                   END-READ
                   IF RESP-REGISTRO(1:15) = "RESPALDO hasta="
                       MOVE RESP-REGISTRO(16:14) TO VER-TS-BASE
                       MOVE 'N' TO RESP-EOF
                       PERFORM UNTIL RESP-EOF = 'S'
                           READ RESPALDO-FILE
                               AT END
                                   MOVE 'S' TO RESP-EOF
                               NOT AT END
                                   MOVE RESP-REGISTRO(1:99)
                                       TO VERIF-REGISTRO
                                   WRITE VERIF-REGISTRO
                                       INVALID KEY
                                           ADD 1 TO RESP-FALLIDOS
                                   END-WRITE
                           END-READ
                       END-PERFORM
                   ELSE
                       ADD 1 TO RESP-FALLIDOS
                   END-IF
                   CLOSE RESPALDO-FILE
                   IF RESP-FALLIDOS > 0
                       DISPLAY "Advertencia: "
                           FUNCTION TRIM(RESP-NOMBRE-ARCHIVO)
                           " no se pudo cargar; se reproduce toda la "
                           "auditoria."
                       MOVE SPACES TO VER-TS-BASE
                       CLOSE VERIF-FILE
                       OPEN OUTPUT VERIF-FILE
                       CLOSE VERIF-FILE
                       OPEN I-O VERIF-FILE
                   ELSE
                       MOVE CY-NO-APLICADAS(CIE-NUM)
                           TO VER-NO-APLICADAS
                       MOVE SPACES TO VERIF-LINEA
                       STRING "Base: " DELIMITED BY SIZE
                           RESP-NOMBRE-ARCHIVO DELIMITED BY SIZE
                           " (corte " DELIMITED BY SIZE
                           VER-TS-BASE DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO VERIF-LINEA
                       END-STRING
                       WRITE VERIF-LINEA
                   END-IF
               END-IF
           END-IF.

      * Same application rules as APLICAR-ENTRADA-AUDITORIA, but the
      * target is the scratch file and nothing is limited or skipped:
      * the trail must reproduce the live file completely on its own.
       APLICAR-ENTRADA-VERIF.
           MOVE HIST-DESPUES(10:110) TO REC-IMAGEN
           EVALUATE FUNCTION TRIM(HIST-OPER)
               WHEN "ALTA"
               WHEN "ALTA-CSV"
               WHEN "REACTIVA"
                   PERFORM CARGAR-REGISTRO-DESDE-IMAGEN
                   MOVE CONTACTO-REGISTRO TO VERIF-REGISTRO
                   WRITE VERIF-REGISTRO
                       INVALID KEY
                           ADD 1 TO VER-NO-APLICADAS
                   END-WRITE
               WHEN "ACTUALIZA"
                   PERFORM CARGAR-REGISTRO-DESDE-IMAGEN
                   MOVE CONTACTO-REGISTRO TO VERIF-REGISTRO
                   REWRITE VERIF-REGISTRO
                       INVALID KEY
                           ADD 1 TO VER-NO-APLICADAS
                   END-REWRITE
               WHEN "BAJA"
                   MOVE HIST-NOMBRE TO V-NOMBRE
                   DELETE VERIF-FILE
                       INVALID KEY
                           ADD 1 TO VER-NO-APLICADAS
                   END-DELETE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COMPARAR-VIVO-CONTRA-VERIF.
           MOVE LOW-VALUES TO C-NOMBRE
           MOVE 'N' TO EOF-FLAG
           START CONTACTOS-FILE KEY IS NOT LESS THAN C-NOMBRE
               INVALID KEY MOVE 'S' TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = 'S'
               READ CONTACTOS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-FLAG
                   NOT AT END
                       PERFORM COMPARAR-REGISTRO-VIVO
               END-READ
           END-PERFORM.

       COMPARAR-REGISTRO-VIVO.
           MOVE C-NOMBRE TO V-NOMBRE
           READ VERIF-FILE
               INVALID KEY
                   ADD 1 TO VER-DIFERENCIAS
                   PERFORM ESCRIBIR-SOLO-EN-ARCHIVO
               NOT INVALID KEY
                   IF VERIF-REGISTRO NOT = CONTACTO-REGISTRO
                       ADD 1 TO VER-DIFERENCIAS
                       PERFORM ESCRIBIR-DIFERENCIA-CAMPOS
                   END-IF
           END-READ.

       ESCRIBIR-SOLO-EN-ARCHIVO.
           MOVE SPACES TO VERIF-LINEA
           STRING "EN ARCHIVO, NO EN AUDITORIA: " DELIMITED BY SIZE
               C-NOMBRE DELIMITED BY SIZE
               INTO VERIF-LINEA
           END-STRING
           WRITE VERIF-LINEA.

       ESCRIBIR-DIFERENCIA-CAMPOS.
           MOVE SPACES TO VERIF-LINEA
           STRING "CAMPOS DIFIEREN: " DELIMITED BY SIZE
               C-NOMBRE DELIMITED BY SIZE
               INTO VERIF-LINEA
           END-STRING
           WRITE VERIF-LINEA
           PERFORM FORMATEAR-VALORES-ACTUALES
           MOVE SPACES TO VERIF-LINEA
           STRING "  archivo  : " DELIMITED BY SIZE
               AUD-VALORES-TEMP DELIMITED BY SIZE
               INTO VERIF-LINEA
           END-STRING
           WRITE VERIF-LINEA
           MOVE SPACES TO VERIF-LINEA
           STRING "  auditoria: fecha=" DELIMITED BY SIZE
               V-FECHA DELIMITED BY SIZE
               " anio=" DELIMITED BY SIZE
               V-ANIO DELIMITED BY SIZE
               " tel=" DELIMITED BY SIZE
               V-TELEFONO DELIMITED BY SIZE
               " email=" DELIMITED BY SIZE
               V-EMAIL DELIMITED BY SIZE
               " categoria=" DELIMITED BY SIZE
               V-CATEGORIA DELIMITED BY SIZE
               INTO VERIF-LINEA
           END-STRING
           WRITE VERIF-LINEA.

       COMPARAR-VERIF-CONTRA-VIVO.
           MOVE LOW-VALUES TO V-NOMBRE
           MOVE 'N' TO VERIF-EOF
           START VERIF-FILE KEY IS NOT LESS THAN V-NOMBRE
               INVALID KEY MOVE 'S' TO VERIF-EOF
           END-START
           PERFORM UNTIL VERIF-EOF = 'S'
               READ VERIF-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO VERIF-EOF
                   NOT AT END
                       MOVE V-NOMBRE TO C-NOMBRE
                       READ CONTACTOS-FILE
                           INVALID KEY
                               ADD 1 TO VER-DIFERENCIAS
                               PERFORM ESCRIBIR-SOLO-EN-AUDITORIA
                           NOT INVALID KEY
                               CONTINUE
                       END-READ
               END-READ
           END-PERFORM.

       ESCRIBIR-SOLO-EN-AUDITORIA.
           MOVE SPACES TO VERIF-LINEA
           STRING "EN AUDITORIA, NO EN ARCHIVO: " DELIMITED BY SIZE
               V-NOMBRE DELIMITED BY SIZE
               INTO VERIF-LINEA
           END-STRING
           WRITE VERIF-LINEA.

      * Ages report: for every contact with a known birth year it
      * works out the current age, flags the milestone birthdays (50
      * and every 5 years from there) that fall inside the requested
      * window, and closes with an age-band breakdown by category.
      * Everything goes to edades.rpt. The contacts come straight off
      * the indexed file, so the report covers all of them.
       REPORTE-EDADES.
           DISPLAY "Ventana de dias para cumpleanos redondos "
               "(ej. 30): "
           ACCEPT WS-DIAS-VENTANA
           MOVE FUNCTION CURRENT-DATE TO WS-HOY
           MOVE WS-HOY(1:8) TO WS-HOY-YYYYMMDD
           MOVE WS-HOY(1:4) TO WS-ANIO-HOY
           MOVE WS-HOY(5:4) TO WS-MMDD-HOY
           MOVE 0 TO EDADCAT-NUM
           MOVE 0 TO EDADCAT-OMITIDOS
           OPEN OUTPUT RPT-EDADES
           IF EDADES-STATUS NOT = "00"
               DISPLAY "Error al crear edades.rpt: " EDADES-STATUS
           ELSE
               MOVE SPACES TO EDADES-LINEA
               STRING "=== EDADES Y CUMPLEANOS REDONDOS - "
                   DELIMITED BY SIZE
                   WS-HOY(1:8) DELIMITED BY SIZE
                   " (ventana " DELIMITED BY SIZE
                   WS-DIAS-VENTANA DELIMITED BY SIZE
                   " dias) ===" DELIMITED BY SIZE
                   INTO EDADES-LINEA
               END-STRING
               WRITE EDADES-LINEA
               MOVE 0 TO CONTADOR
               MOVE LOW-VALUES TO C-NOMBRE
               MOVE 'N' TO EOF-FLAG
               START CONTACTOS-FILE KEY IS NOT LESS THAN C-NOMBRE
                   INVALID KEY MOVE 'S' TO EOF-FLAG
               END-START
               PERFORM UNTIL EOF-FLAG = 'S'
                   READ CONTACTOS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO CONTADOR
                           PERFORM CALCULAR-EDAD-CONTACTO
                           PERFORM ESCRIBIR-LINEA-EDAD
                           PERFORM ACUMULAR-BANDA-CATEGORIA
                   END-READ
               END-PERFORM
               MOVE SPACES TO EDADES-LINEA
               WRITE EDADES-LINEA
               MOVE "=== BANDAS DE EDAD POR CATEGORIA ==="
                   TO EDADES-LINEA
               WRITE EDADES-LINEA
               PERFORM VARYING R FROM 1 BY 1 UNTIL R > EDADCAT-NUM
                   MOVE SPACES TO EDADES-LINEA
                   STRING EC-CATEGORIA(R) DELIMITED BY SIZE
                       " <30:" DELIMITED BY SIZE
                       EC-BANDA-CONT(R, 1) DELIMITED BY SIZE
                       " 30-49:" DELIMITED BY SIZE
                       EC-BANDA-CONT(R, 2) DELIMITED BY SIZE
                       " 50-64:" DELIMITED BY SIZE
                       EC-BANDA-CONT(R, 3) DELIMITED BY SIZE
                       " 65+:" DELIMITED BY SIZE
                       EC-BANDA-CONT(R, 4) DELIMITED BY SIZE
                       " sin-anio:" DELIMITED BY SIZE
                       EC-BANDA-CONT(R, 5) DELIMITED BY SIZE
                       INTO EDADES-LINEA
                   END-STRING
                   WRITE EDADES-LINEA
               END-PERFORM
               IF EDADCAT-OMITIDOS > 0
                   MOVE SPACES TO EDADES-LINEA
                   STRING "Advertencia: hay mas de 50 categorias; "
                       DELIMITED BY SIZE
                       EDADCAT-OMITIDOS DELIMITED BY SIZE
                       " contactos quedaron fuera del desglose."
                       DELIMITED BY SIZE
                       INTO EDADES-LINEA
                   END-STRING
                   WRITE EDADES-LINEA
                   DISPLAY "Advertencia: hay mas de 50 categorias; "
                       EDADCAT-OMITIDOS " contactos quedaron fuera "
                       "del desglose."
               END-IF
               CLOSE RPT-EDADES
               DISPLAY "Reporte escrito en edades.rpt ("
                   CONTADOR " contactos)."
           END-IF.

      * Current age of the contact in the FD area and the age they
      * turn on their next birthday. WS-EDAD -1 = unknown year (band
      * 5). The current age is adjusted by whether the DD/MM has
      * already passed this year; the next one comes from the birthday
      * year that CALCULAR-PROXIMO-CUMPLE resolves (it handles 29/02
      * and the year rollover).
       CALCULAR-EDAD-CONTACTO.
           IF C-ANIO NOT NUMERIC OR C-ANIO = "0000"
               MOVE -1 TO WS-EDAD
               MOVE 0 TO WS-EDAD-PROX
               MOVE 0 TO WS-DIFF-DIAS
               MOVE 5 TO WS-BANDA
           ELSE
               MOVE C-ANIO TO WS-ANIO-NAC
               COMPUTE WS-MMDD-CUMPLE =
                   FUNCTION NUMVAL(C-FECHA(4:2)) * 100
                   + FUNCTION NUMVAL(C-FECHA(1:2))
               COMPUTE WS-EDAD = WS-ANIO-HOY - WS-ANIO-NAC
               IF WS-MMDD-CUMPLE > WS-MMDD-HOY
                   SUBTRACT 1 FROM WS-EDAD
               END-IF
               MOVE C-FECHA TO CUMPLE-FECHA-ACT
               PERFORM CALCULAR-PROXIMO-CUMPLE
               COMPUTE WS-EDAD-PROX =
                   FUNCTION INTEGER(WS-BDAY-YYYYMMDD / 10000)
                   - WS-ANIO-NAC
               EVALUATE TRUE
                   WHEN WS-EDAD < 0
                       MOVE 5 TO WS-BANDA
                   WHEN WS-EDAD < 30
                       MOVE 1 TO WS-BANDA
                   WHEN WS-EDAD < 50
                       MOVE 2 TO WS-BANDA
                   WHEN WS-EDAD < 65
                       MOVE 3 TO WS-BANDA
                   WHEN OTHER
                       MOVE 4 TO WS-BANDA
               END-EVALUATE
           END-IF.

       ESCRIBIR-LINEA-EDAD.
           MOVE SPACES TO EDADES-LINEA
           IF WS-EDAD < 0
               STRING C-NOMBRE DELIMITED BY SIZE
                   " edad: desconocida" DELIMITED BY SIZE
                   INTO EDADES-LINEA
               END-STRING
           ELSE
               MOVE WS-EDAD TO WS-EDAD-ED
               STRING C-NOMBRE DELIMITED BY SIZE
                   " edad: " DELIMITED BY SIZE
                   WS-EDAD-ED DELIMITED BY SIZE
                   INTO EDADES-LINEA
               END-STRING
           END-IF
           WRITE EDADES-LINEA
           IF WS-EDAD >= 0
               AND WS-EDAD-PROX >= 50
               AND FUNCTION MOD(WS-EDAD-PROX, 5) = 0
               AND WS-DIFF-DIAS >= 0
               AND WS-DIFF-DIAS <= WS-DIAS-VENTANA
               MOVE WS-EDAD-PROX TO WS-EDAD-ED
               MOVE WS-DIFF-DIAS TO WS-DIAS-ED
               MOVE SPACES TO EDADES-LINEA
               STRING "  CUMPLE REDONDO: cumple " DELIMITED BY SIZE
                   WS-EDAD-ED DELIMITED BY SIZE
                   " el " DELIMITED BY SIZE
                   C-FECHA DELIMITED BY SIZE
                   " (en " DELIMITED BY SIZE
                   WS-DIAS-ED DELIMITED BY SIZE
                   " dias)" DELIMITED BY SIZE
                   INTO EDADES-LINEA
               END-STRING
               WRITE EDADES-LINEA
           END-IF.

      * Accumulates the current contact into band WS-BANDA of its
      * category, adding the category to the breakdown table the first
      * time it shows up.
       ACUMULAR-BANDA-CATEGORIA.
           MOVE 0 TO CAT-POS
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > EDADCAT-NUM
               IF EC-CATEGORIA(R) = C-CATEGORIA
                   MOVE R TO CAT-POS
               END-IF
           END-PERFORM
           IF CAT-POS = 0
               IF EDADCAT-NUM < 50
                   ADD 1 TO EDADCAT-NUM
                   MOVE EDADCAT-NUM TO CAT-POS
                   MOVE C-CATEGORIA TO EC-CATEGORIA(CAT-POS)
                   PERFORM VARYING R FROM 1 BY 1 UNTIL R > 5
                       MOVE 0 TO EC-BANDA-CONT(CAT-POS, R)
                   END-PERFORM
               ELSE
                   ADD 1 TO EDADCAT-OMITIDOS
               END-IF
           END-IF
           IF CAT-POS > 0
               ADD 1 TO EC-BANDA-CONT(CAT-POS, WS-BANDA)
           END-IF.

      * Data-quality report: flags as possible duplicates the contacts
      * sharing a (non-blank) telephone or email, or whose names
      * differ only in case - the same person loaded twice gets two
      * copies of every mailing. Instead of comparing every pair in a
      * capped table (quadratic, and blind past the first 999 names),
      * each compared field is extracted to the sort work file with
      * the value as key; after sorting, the contacts sharing a value
      * sit next to each other and one sequential scan emits the
      * pairs. Three passes: telephone, email, case-folded name. A
      * pair sharing telephone AND email now comes out once per pass
      * instead of as a single combined line. The detail goes to
      * duplicados.rpt; merging is done separately with option 22.
       REPORTE-DUPLICADOS.
           MOVE 0 TO DUP-NUM
           OPEN OUTPUT RPT-DUPLICADOS
           IF DUP-STATUS NOT = "00"
               DISPLAY "Error al crear duplicados.rpt: " DUP-STATUS
           ELSE
               MOVE "=== POSIBLES DUPLICADOS ===" TO DUP-LINEA
               WRITE DUP-LINEA
               PERFORM VARYING DUP-CAMPO FROM 1 BY 1
                       UNTIL DUP-CAMPO > 3
                   PERFORM GENERAR-PASADA-DUPLICADOS
               END-PERFORM
               IF DUP-NUM = 0
                   MOVE "Sin duplicados detectados." TO DUP-LINEA
                   WRITE DUP-LINEA
               END-IF
               CLOSE RPT-DUPLICADOS
               DISPLAY "Reporte escrito en duplicados.rpt ("
                   DUP-NUM " pares)."
           END-IF.

      * One pass over the full contacts file for field DUP-CAMPO
      * (1 telefono, 2 email, 3 nombre en mayusculas): extract, sort,
      * scan.
       GENERAR-PASADA-DUPLICADOS.
           EVALUATE DUP-CAMPO
               WHEN 1 MOVE "mismo telefono" TO DUP-MOTIVO
               WHEN 2 MOVE "mismo email" TO DUP-MOTIVO
               WHEN 3 MOVE "nombre casi identico" TO DUP-MOTIVO
           END-EVALUATE
           OPEN OUTPUT WORK-ORDEN
           IF ORDEN-STATUS NOT = "00"
               DISPLAY "Error al crear ordena-entrada.tmp: "
                   ORDEN-STATUS
           ELSE
               MOVE LOW-VALUES TO C-NOMBRE
               MOVE 'N' TO EOF-FLAG
               START CONTACTOS-FILE KEY IS NOT LESS THAN C-NOMBRE
                   INVALID KEY MOVE 'S' TO EOF-FLAG
               END-START
               PERFORM UNTIL EOF-FLAG = 'S'
                   READ CONTACTOS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-FLAG
                       NOT AT END
                           PERFORM EXTRAER-CLAVE-DUPLICADO
                   END-READ
               END-PERFORM
               CLOSE WORK-ORDEN
               SORT ORDENA-FILE ON ASCENDING KEY ORDENA-CLAVE
                   USING WORK-ORDEN GIVING WORK-ORDENADO
               PERFORM ESCANEAR-DUPLICADOS-ORDENADOS
           END-IF.

       EXTRAER-CLAVE-DUPLICADO.
           MOVE SPACES TO DUP-DET
           EVALUATE DUP-CAMPO
               WHEN 1 MOVE C-TELEFONO TO DW-CLAVE
               WHEN 2 MOVE C-EMAIL TO DW-CLAVE
               WHEN 3 MOVE FUNCTION UPPER-CASE(C-NOMBRE) TO DW-CLAVE
           END-EVALUATE
           IF DW-CLAVE NOT = SPACES
               MOVE C-NOMBRE TO DW-NOMBRE
               MOVE SPACES TO ORDEN-REGISTRO
               MOVE DUP-DET TO ORDEN-REGISTRO
               WRITE ORDEN-REGISTRO
           END-IF.

      * Walks the sorted extract: the first contact of each equal-key
      * group is remembered and every later member of the group is
      * paired against it.
       ESCANEAR-DUPLICADOS-ORDENADOS.
           OPEN INPUT WORK-ORDENADO
           IF ORDENADO-STATUS NOT = "00"
               DISPLAY "Error al leer ordena-salida.tmp: "
                   ORDENADO-STATUS
           ELSE
               MOVE LOW-VALUES TO DUP-CLAVE-ANT
               MOVE SPACES TO DUP-PRIMERO
               MOVE 'N' TO ORDEN-EOF
               PERFORM UNTIL ORDEN-EOF = 'S'
                   READ WORK-ORDENADO
                       AT END
                           MOVE 'S' TO ORDEN-EOF
                       NOT AT END
                           MOVE ORDENADO-REGISTRO(1:71) TO DUP-DET
                           IF DW-CLAVE = DUP-CLAVE-ANT
                               ADD 1 TO DUP-NUM
                               MOVE SPACES TO DUP-LINEA
                               STRING DUP-PRIMERO DELIMITED BY SIZE
                                   " <-> " DELIMITED BY SIZE
                                   DW-NOMBRE DELIMITED BY SIZE
                                   " motivo: " DELIMITED BY SIZE
                                   DUP-MOTIVO DELIMITED BY SIZE
                                   INTO DUP-LINEA
                               END-STRING
                               WRITE DUP-LINEA
                               DISPLAY DUP-LINEA
                           ELSE
                               MOVE DW-CLAVE TO DUP-CLAVE-ANT
                               MOVE DW-NOMBRE TO DUP-PRIMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-ORDENADO
           END-IF.

      * Guided merge: the surviving record and the duplicate are
      * chosen; the survivor's empty fields are filled in from the
      * duplicate, the survivor is rewritten (with an ACTUALIZA audit
      * entry plus an informational FUSION mark) and the duplicate is
      * retired through the normal delete path, so it ends up
      * archived, its interactions move to the deletion archive and
      * the BAJA is audited.
       FUSIONAR-CONTACTOS.
           DISPLAY "Nombre del contacto que SOBREVIVE: "
           ACCEPT FUS-SOBREVIVE
           DISPLAY "Nombre del contacto DUPLICADO (se da de baja): "
           ACCEPT FUS-DUPLICADO
           IF FUS-SOBREVIVE = FUS-DUPLICADO
               DISPLAY "Deben ser dos contactos distintos."
           ELSE
               MOVE FUS-DUPLICADO TO C-NOMBRE
               READ CONTACTOS-FILE
                   INVALID KEY
                       DISPLAY "Duplicado no encontrado: "
                           FUS-DUPLICADO
                   NOT INVALID KEY
                       MOVE C-FECHA TO FUS-FECHA
                       MOVE C-ANIO TO FUS-ANIO
                       MOVE C-TELEFONO TO FUS-TELEFONO
                       MOVE C-EMAIL TO FUS-EMAIL
                       MOVE C-CATEGORIA TO FUS-CATEGORIA
                       MOVE FUS-SOBREVIVE TO C-NOMBRE
                       READ CONTACTOS-FILE
                           INVALID KEY
                               DISPLAY "Sobreviviente no "
                                   "encontrado: " FUS-SOBREVIVE
                           NOT INVALID KEY
                               PERFORM CONFIRMAR-FUSION
                       END-READ
               END-READ
           END-IF.

      * Shows both records, how many empty survivor fields would be
      * filled in from the duplicate, and asks for confirmation
      * before touching anything.
       CONFIRMAR-FUSION.
           DISPLAY "=== SOBREVIVE ==="
           DISPLAY "Nombre: " C-NOMBRE
           DISPLAY "Cumpleaños: " C-FECHA " Anio: " C-ANIO
           DISPLAY "Telefono: " C-TELEFONO
           DISPLAY "Email: " C-EMAIL
           DISPLAY "Categoria: " C-CATEGORIA
           DISPLAY "=== DUPLICADO (se da de baja) ==="
           DISPLAY "Nombre: " FUS-DUPLICADO
           DISPLAY "Cumpleaños: " FUS-FECHA " Anio: " FUS-ANIO
           DISPLAY "Telefono: " FUS-TELEFONO
           DISPLAY "Email: " FUS-EMAIL
           DISPLAY "Categoria: " FUS-CATEGORIA
           MOVE 0 TO FUS-COMPLETADOS
           IF C-FECHA = SPACES AND FUS-FECHA NOT = SPACES
               ADD 1 TO FUS-COMPLETADOS
           END-IF
           IF (C-ANIO = SPACES OR C-ANIO = "0000")
               AND FUS-ANIO NOT = SPACES AND FUS-ANIO NOT = "0000"
               ADD 1 TO FUS-COMPLETADOS
           END-IF
           IF C-TELEFONO = SPACES AND FUS-TELEFONO NOT = SPACES
               ADD 1 TO FUS-COMPLETADOS
           END-IF
           IF C-EMAIL = SPACES AND FUS-EMAIL NOT = SPACES
               ADD 1 TO FUS-COMPLETADOS
           END-IF
           IF C-CATEGORIA = SPACES AND FUS-CATEGORIA NOT = SPACES
               ADD 1 TO FUS-COMPLETADOS
           END-IF
           DISPLAY "Campos vacios del sobreviviente que se "
               "completaran: " FUS-COMPLETADOS
           DISPLAY "Confirmar fusion (S/N): "
           ACCEPT FUS-CONFIRMA
           IF FUNCTION UPPER-CASE(FUS-CONFIRMA) = "S"
               PERFORM EJECUTAR-FUSION
           ELSE
               DISPLAY "Fusion cancelada."
           END-IF.

      * Applies the merge: the FD still holds the survivor as read.
       EJECUTAR-FUSION.
           MOVE C-NOMBRE TO AUD-NOMBRE
           PERFORM FORMATEAR-VALORES-ACTUALES
           MOVE AUD-VALORES-TEMP TO AUD-ANTERIOR
           IF C-FECHA = SPACES
               MOVE FUS-FECHA TO C-FECHA
           END-IF
           IF C-ANIO = SPACES OR C-ANIO = "0000"
               MOVE FUS-ANIO TO C-ANIO
           END-IF
           IF C-TELEFONO = SPACES
               MOVE FUS-TELEFONO TO C-TELEFONO
           END-IF
           IF C-EMAIL = SPACES
               MOVE FUS-EMAIL TO C-EMAIL
           END-IF
           IF C-CATEGORIA = SPACES
               MOVE FUS-CATEGORIA TO C-CATEGORIA
           END-IF
           REWRITE CONTACTO-REGISTRO
               INVALID KEY
                   DISPLAY "Error al actualizar el sobreviviente."
               NOT INVALID KEY
                   MOVE "ACTUALIZA" TO AUD-OPERACION
                   PERFORM FORMATEAR-VALORES-ACTUALES
                   MOVE AUD-VALORES-TEMP TO AUD-NUEVO
                   PERFORM REGISTRAR-AUDITORIA
                   MOVE "FUSION" TO AUD-OPERACION
                   MOVE SPACES TO AUD-ANTERIOR
                   STRING "absorbe a: " DELIMITED BY SIZE
                       FUS-DUPLICADO DELIMITED BY SIZE
                       INTO AUD-ANTERIOR
                   END-STRING
                   MOVE SPACES TO AUD-NUEVO
                   PERFORM REGISTRAR-AUDITORIA
                   PERFORM CHECKPOINT-CONTACTOS
                   MOVE FUS-DUPLICADO TO REL-NOMBRE-BUS
                   MOVE FUS-SOBREVIVE TO REL-SOBREVIVE
                   PERFORM TRASPASAR-RELACIONES-FUSION
                   MOVE FUS-DUPLICADO TO C-NOMBRE
                   READ CONTACTOS-FILE
                       INVALID KEY
                           DISPLAY "No se pudo releer el duplicado."
                       NOT INVALID KEY
                           PERFORM EJECUTAR-BAJA-CONTACTO
                   END-READ
                   DISPLAY "Fusion completada."
           END-REWRITE.

      * Ready-to-send birthday letters: using the same window as the
      * birthdays report it writes one letter per contact
      * (carta-001.txt, carta-002.txt, ...) from the
      * plantilla-cumple.txt template, substituting {SALUDO} (taken
      * from the category master, so clients get a different greeting
      * than family), {NOMBRE} and {FECHA}, and leaves one
      * "file;email" line per letter in cartas-manifiesto.txt for the
      * mailing tool. Asked for, a household gets a single letter
      * naming all its members who have a birthday in the window.
       GENERAR-CARTAS.
           DISPLAY "Cartas para cumpleanos en cuantos dias "
               "(ej. 30): "
           ACCEPT WS-DIAS-VENTANA
           DISPLAY "Una sola carta por hogar (S/N): "
           ACCEPT HOG-CAP
           MOVE 'N' TO HOG-MODO
           IF FUNCTION UPPER-CASE(HOG-CAP) = "S"
               MOVE 'S' TO HOG-MODO
           END-IF
           PERFORM EJECUTAR-CARTAS.

       EJECUTAR-CARTAS.
           MOVE 0 TO CARTAS-RC
           MOVE 0 TO CARTAS-GENERADAS
           PERFORM PREPARAR-HOGARES
           PERFORM BUSCAR-CUMPLEANOS-VENTANA
           PERFORM CARGAR-PLANTILLA
      * An unreadable or empty template must fail the run instead of
      * producing blank letters with a manifest the mailing tool
      * would happily send out.
           IF TPL-NUM = 0
               DISPLAY "No se generan cartas: plantilla no "
                   "disponible o vacia."
               MOVE 8 TO CARTAS-RC
           ELSE
               PERFORM GENERAR-SALIDA-CARTAS
           END-IF.

      * Reads the sorted birthday hits from ordena-salida.tmp and
      * writes one letter (plus manifest line) per contact.
       GENERAR-SALIDA-CARTAS.
           PERFORM CARGAR-CATEGORIAS
           MOVE 0 TO CONS-SUPR-CARTA
           MOVE 0 TO CONS-SUPR-EMAIL
           MOVE 0 TO REB-SUPR-SIN-EMAIL
           OPEN OUTPUT MANIFIESTO-FILE
           IF MANIF-STATUS NOT = "00"
               DISPLAY "Error al crear cartas-manifiesto.txt: "
                   MANIF-STATUS
               MOVE 8 TO CARTAS-RC
           ELSE
               MOVE 0 TO CARTA-SEQ
               IF NUM-MATCHES > 0
                   OPEN INPUT WORK-ORDENADO
                   MOVE 'N' TO ORDEN-EOF
                   PERFORM UNTIL ORDEN-EOF = 'S'
                       READ WORK-ORDENADO
                           AT END
                               MOVE 'S' TO ORDEN-EOF
                           NOT AT END
                               MOVE ORDENADO-REGISTRO(1:103)
                                   TO CUMPLE-DET
                               PERFORM EVALUAR-CARTA
                       END-READ
                   END-PERFORM
                   CLOSE WORK-ORDENADO
               END-IF
               IF HOG-MODO = 'S'
                   PERFORM EMITIR-CARTAS-HOGAR
               END-IF
               CLOSE MANIFIESTO-FILE
               DISPLAY CARTAS-GENERADAS " carta(s) generadas; "
                   "manifiesto en cartas-manifiesto.txt."
               IF HOG-MODO = 'S'
                   DISPLAY "Agrupadas por hogar: " HOG-AGRUPADOS
                       " (nombradas en la carta de su hogar)"
               END-IF
               DISPLAY "Suprimidas por consentimiento: "
                   CONS-SUPR-CARTA " (no desea cartas), "
                   CONS-SUPR-EMAIL " (no desea emails)"
               DISPLAY "Suprimidas por email rebotado: "
                   REB-SUPR-SIN-EMAIL " (sin email utilizable)"
           END-IF.

      * The letters are delivered through the mailing tool from the
      * manifest, so a person who asked for no postal letters and one
      * who asked for no email are both left out: no letter, no
      * manifest line. So is a contact whose addresses have all
      * bounced - the tool would only bounce it again.
       EVALUAR-CARTA.
           MOVE CW-NOMBRE TO CONS-NOMBRE-BUS
           PERFORM CARGAR-CONSENTIMIENTO
           IF CONS-NO-CARTA = 'S'
               ADD 1 TO CONS-SUPR-CARTA
           ELSE
               IF CONS-NO-EMAIL = 'S'
                   ADD 1 TO CONS-SUPR-EMAIL
               ELSE
                   MOVE CW-NOMBRE TO COMU-NOMBRE-CAP
                   MOVE CW-EMAIL TO COMU-EMAIL-PRINCIPAL
                   PERFORM BUSCAR-EMAIL-PREFERIDO
                   IF COMU-EMAIL-UTIL = SPACES
                       ADD 1 TO REB-SUPR-SIN-EMAIL
                   ELSE
                       MOVE CW-NOMBRE TO HOG-NOMBRE-BUS
                       PERFORM AGRUPAR-EN-HOGAR
                       IF HOG-DIFERIDO NOT = 'S'
                           PERFORM ESCRIBIR-CARTA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Loads plantilla-cumple.txt into TPL-TABLE; if it does not
      * exist yet a model template is written and used, so the
      * operation is never blocked by a missing template.
       CARGAR-PLANTILLA.
           MOVE 0 TO TPL-NUM
           OPEN INPUT PLANTILLA-FILE
           IF PLANTILLA-NO-EXISTE
               DISPLAY "No habia plantilla-cumple.txt; se crea una "
                   "plantilla modelo."
               PERFORM CREAR-PLANTILLA-MODELO
               OPEN INPUT PLANTILLA-FILE
           END-IF
           IF PLANTILLA-STATUS NOT = "00"
               DISPLAY "No se pudo leer la plantilla ("
                   PLANTILLA-STATUS ")."
           ELSE
               MOVE 'N' TO TPL-EOF
               PERFORM UNTIL TPL-EOF = 'S' OR TPL-NUM >= 50
                   READ PLANTILLA-FILE
                       AT END
                           MOVE 'S' TO TPL-EOF
                       NOT AT END
                           ADD 1 TO TPL-NUM
                           MOVE TPL-LINEA TO TPL-ENTRY(TPL-NUM)
                   END-READ
               END-PERFORM
               CLOSE PLANTILLA-FILE
           END-IF.

       CREAR-PLANTILLA-MODELO.
           OPEN OUTPUT PLANTILLA-FILE
           MOVE "{SALUDO} {NOMBRE}:" TO TPL-LINEA
           WRITE TPL-LINEA
           MOVE SPACES TO TPL-LINEA
           WRITE TPL-LINEA
           MOVE "Le deseamos un muy feliz cumpleanos este {FECHA}."
               TO TPL-LINEA
           WRITE TPL-LINEA
           MOVE "Reciba nuestros mejores deseos." TO TPL-LINEA
           WRITE TPL-LINEA
           MOVE SPACES TO TPL-LINEA
           WRITE TPL-LINEA
           MOVE "Con afecto," TO TPL-LINEA
           WRITE TPL-LINEA
           MOVE "El equipo" TO TPL-LINEA
           WRITE TPL-LINEA
           CLOSE PLANTILLA-FILE.

      * Writes the letter for the contact loaded in CUMPLE-DET and its
      * manifest line.
       ESCRIBIR-CARTA.
           PERFORM RESOLVER-SALUDO-CARTA
           ADD 1 TO CARTA-SEQ
           MOVE SPACES TO CARTA-NOMBRE-ARCHIVO
           STRING "carta-" DELIMITED BY SIZE
               CARTA-SEQ DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO CARTA-NOMBRE-ARCHIVO
           END-STRING
           OPEN OUTPUT CARTA-FILE
           IF CARTA-STATUS NOT = "00"
               DISPLAY "No se pudo crear " CARTA-NOMBRE-ARCHIVO
                   " (" CARTA-STATUS ")."
               MOVE 8 TO CARTAS-RC
           ELSE
               PERFORM VARYING L FROM 1 BY 1 UNTIL L > TPL-NUM
                   MOVE TPL-ENTRY(L) TO TPL-LINEA-ACT
                   PERFORM REEMPLAZAR-MARCADORES
                   WRITE CARTA-LINEA
               END-PERFORM
               CLOSE CARTA-FILE
               ADD 1 TO CARTAS-GENERADAS
      * The manifest prefers the email flagged preferred in
      * comunicaciones.dat; without one the primary C-EMAIL the
      * contact was registered with keeps being used. EVALUAR-CARTA
      * already resolved it into COMU-EMAIL-UTIL.
               MOVE SPACES TO MANIF-LINEA
               STRING FUNCTION TRIM(CARTA-NOMBRE-ARCHIVO)
                   DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(COMU-EMAIL-UTIL) DELIMITED BY SIZE
                   INTO MANIF-LINEA
               END-STRING
               WRITE MANIF-LINEA
           END-IF.

      * Greeting for CW-CATEGORIA from the category master (already
      * loaded in CAT-TABLE); if the category is missing or has no
      * greeting loaded a neutral one is used.
       RESOLVER-SALUDO-CARTA.
           MOVE "Estimado/a" TO CARTA-SALUDO
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > CAT-NUM
               IF CT-NOMBRE(Q) = CW-CATEGORIA
                   AND CT-SALUDO(Q) NOT = SPACES
                   MOVE CT-SALUDO(Q) TO CARTA-SALUDO
               END-IF
           END-PERFORM.

      * Copies TPL-LINEA-ACT to CARTA-LINEA substituting {SALUDO},
      * {NOMBRE} and {FECHA} wherever they appear, character by
      * character with one input and one output pointer.
       REEMPLAZAR-MARCADORES.
           MOVE SPACES TO CARTA-LINEA
           MOVE 1 TO TPL-IN-PTR
           MOVE 1 TO TPL-OUT-PTR
           PERFORM UNTIL TPL-IN-PTR > 100 OR TPL-OUT-PTR > 130
               EVALUATE TRUE
                   WHEN TPL-LINEA-ACT(TPL-IN-PTR:8) = "{NOMBRE}"
                       IF HOG-SALUDO = SPACES
                           STRING FUNCTION TRIM(CW-NOMBRE)
                               DELIMITED BY SIZE
                               INTO CARTA-LINEA
                               WITH POINTER TPL-OUT-PTR
                           END-STRING
                       ELSE
                           STRING FUNCTION TRIM(HOG-SALUDO)
                               DELIMITED BY SIZE
                               INTO CARTA-LINEA
                               WITH POINTER TPL-OUT-PTR
                           END-STRING
                       END-IF
                       ADD 8 TO TPL-IN-PTR
                   WHEN TPL-LINEA-ACT(TPL-IN-PTR:8) = "{SALUDO}"
                       STRING FUNCTION TRIM(CARTA-SALUDO)
                           DELIMITED BY SIZE
                           INTO CARTA-LINEA
                           WITH POINTER TPL-OUT-PTR
                       END-STRING
                       ADD 8 TO TPL-IN-PTR
                   WHEN TPL-LINEA-ACT(TPL-IN-PTR:7) = "{FECHA}"
                       STRING CW-FECHA DELIMITED BY SIZE
                           INTO CARTA-LINEA
                           WITH POINTER TPL-OUT-PTR
                       END-STRING
                       ADD 7 TO TPL-IN-PTR
                   WHEN OTHER
                       MOVE TPL-LINEA-ACT(TPL-IN-PTR:1)
                           TO CARTA-LINEA(TPL-OUT-PTR:1)
                       ADD 1 TO TPL-OUT-PTR
                       ADD 1 TO TPL-IN-PTR
               END-EVALUATE
           END-PERFORM.

      * Logs an interaction (llamada/visita/email + free-text note)
      * against an existing contact. The date is stamped with today
      * automatically, so the file always stays in chronological
      * order and the per-contact view comes out sorted without any
      * re-sorting.
       REGISTRAR-INTERACCION.
           DISPLAY "Nombre del contacto: "
           ACCEPT T-NOMBRE
           MOVE T-NOMBRE TO C-NOMBRE
           READ CONTACTOS-FILE
               INVALID KEY
                   DISPLAY "Contacto no encontrado."
               NOT INVALID KEY
                   PERFORM CAPTURAR-INTERACCION
           END-READ.

       CAPTURAR-INTERACCION.
           MOVE SPACES TO INTER-TIPO-CAP
           PERFORM UNTIL FUNCTION UPPER-CASE(INTER-TIPO-CAP)
                   = "LLAMADA"
                   OR FUNCTION UPPER-CASE(INTER-TIPO-CAP) = "VISITA"
                   OR FUNCTION UPPER-CASE(INTER-TIPO-CAP) = "EMAIL"
               DISPLAY "Tipo (llamada/visita/email): "
               ACCEPT INTER-TIPO-CAP
           END-PERFORM
           DISPLAY "Nota: "
           ACCEPT INTER-NOTA-CAP
           MOVE SPACES TO INTER-SEG-CAP
           MOVE 'N' TO SEG-VALIDA
           PERFORM UNTIL SEG-VALIDA = 'S'
               DISPLAY "Fecha de seguimiento (DD/MM/AAAA, vacio = "
                   "ninguna): "
               ACCEPT INTER-SEG-CAP
               PERFORM VALIDAR-FECHA-SEGUIMIENTO
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE SPACES TO INTER-FECHA-HOY
           STRING AUD-TIMESTAMP(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               AUD-TIMESTAMP(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               AUD-TIMESTAMP(1:4) DELIMITED BY SIZE
               INTO INTER-FECHA-HOY
           END-STRING
           MOVE "*interacciones.dat" TO BLQ-RECURSO
           PERFORM TOMAR-BLOQUEO-ARCHIVO
           IF BLQ-OBTENIDO = 'S'
               PERFORM GRABAR-INTERACCION-MANUAL
               MOVE "*interacciones.dat" TO BLQ-RECURSO
               PERFORM SOLTAR-BLOQUEO
           ELSE
               DISPLAY "Interaccion no registrada."
           END-IF.

       GRABAR-INTERACCION-MANUAL.
           OPEN EXTEND INTERACCIONES-FILE
           IF INTER-NOT-FOUND
               CLOSE INTERACCIONES-FILE
               OPEN OUTPUT INTERACCIONES-FILE
           END-IF
           IF INTER-STATUS NOT = "00"
               DISPLAY "No se pudo escribir en interacciones.dat ("
                   INTER-STATUS ")."
           ELSE
               MOVE C-NOMBRE TO IN-NOMBRE
               MOVE INTER-FECHA-HOY TO IN-FECHA
               MOVE INTER-TIPO-CAP TO IN-TIPO
               MOVE INTER-NOTA-CAP TO IN-NOTA
               MOVE INTER-SEG-CAP TO IN-SEGUIMIENTO
               WRITE INTERACCION-REGISTRO
               CLOSE INTERACCIONES-FILE
               DISPLAY "Interaccion registrada."
           END-IF.

      * The follow-up is optional: blank passes. A typed one must be a
      * complete DD/MM/AAAA with day and month in range, so the agenda
      * never chokes on a date nothing can parse back.
       VALIDAR-FECHA-SEGUIMIENTO.
           MOVE 'S' TO SEG-VALIDA
           IF INTER-SEG-CAP = SPACES
               CONTINUE
           ELSE
               IF INTER-SEG-CAP(3:1) NOT = '/'
                   OR INTER-SEG-CAP(6:1) NOT = '/'
                   OR INTER-SEG-CAP(1:2) NOT NUMERIC
                   OR INTER-SEG-CAP(4:2) NOT NUMERIC
                   OR INTER-SEG-CAP(7:4) NOT NUMERIC
                   DISPLAY "Fecha invalida: use DD/MM/AAAA o dejela "
                       "vacia."
                   MOVE 'N' TO SEG-VALIDA
               ELSE
                   MOVE INTER-SEG-CAP(1:2) TO WS-DIA
                   MOVE INTER-SEG-CAP(4:2) TO WS-MES
                   IF WS-DIA < 1 OR WS-DIA > 31
                       OR WS-MES < 1 OR WS-MES > 12
                       DISPLAY "Fecha invalida: dia o mes fuera de "
                           "rango."
                       MOVE 'N' TO SEG-VALIDA
                   END-IF
               END-IF
           END-IF.

      * Daily call list: every follow-up date due today or overdue,
      * with the contact's telephone looked up in contactos.dat,
      * sorted oldest first through the shared sort work files.
      * Everything goes to agenda.rpt; usable the same way from the
      * menu and from batch mode (AGENDA), so the nightly run leaves
      * it next to cumpleanos.rpt.
       GENERAR-AGENDA.
           MOVE 0 TO AGENDA-RC
           MOVE 0 TO AGENDA-NUM
           MOVE FUNCTION CURRENT-DATE TO WS-HOY
           MOVE WS-HOY(1:8) TO WS-HOY-YYYYMMDD
           OPEN OUTPUT WORK-ORDEN
           IF ORDEN-STATUS NOT = "00"
               DISPLAY "Error al crear ordena-entrada.tmp: "
                   ORDEN-STATUS
               MOVE 8 TO AGENDA-RC
           ELSE
               PERFORM EXTRAER-SEGUIMIENTOS
               CLOSE WORK-ORDEN
               SORT ORDENA-FILE ON ASCENDING KEY ORDENA-CLAVE
                   USING WORK-ORDEN GIVING WORK-ORDENADO
               PERFORM ESCRIBIR-REPORTE-AGENDA
           END-IF.

       EXTRAER-SEGUIMIENTOS.
           OPEN INPUT INTERACCIONES-FILE
           IF INTER-STATUS = "00"
               MOVE 'N' TO INTER-EOF
               PERFORM UNTIL INTER-EOF = 'S'
                   READ INTERACCIONES-FILE
                       AT END
                           MOVE 'S' TO INTER-EOF
                       NOT AT END
                           IF IN-SEGUIMIENTO NOT = SPACES
                               PERFORM EVALUAR-SEGUIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERACCIONES-FILE
           END-IF.

       EVALUAR-SEGUIMIENTO.
           COMPUTE AG-CLAVE =
               FUNCTION NUMVAL(IN-SEGUIMIENTO(7:4)) * 10000
               + FUNCTION NUMVAL(IN-SEGUIMIENTO(4:2)) * 100
               + FUNCTION NUMVAL(IN-SEGUIMIENTO(1:2))
           IF AG-CLAVE NOT > WS-HOY-YYYYMMDD
               MOVE IN-SEGUIMIENTO TO AG-FECHA
               MOVE IN-NOMBRE TO AG-NOMBRE
               MOVE IN-TIPO TO AG-TIPO
               MOVE IN-NOTA TO AG-NOTA
               MOVE SPACES TO ORDEN-REGISTRO
               MOVE AGENDA-DET TO ORDEN-REGISTRO
               WRITE ORDEN-REGISTRO
           END-IF.

       ESCRIBIR-REPORTE-AGENDA.
           OPEN OUTPUT RPT-AGENDA
           IF AGENDA-STATUS NOT = "00"
               DISPLAY "Error al crear agenda.rpt: " AGENDA-STATUS
               MOVE 8 TO AGENDA-RC
           ELSE
               MOVE SPACES TO AGENDA-LINEA
               STRING "=== AGENDA DE SEGUIMIENTOS - "
                   DELIMITED BY SIZE
                   WS-HOY(1:8) DELIMITED BY SIZE
                   " (hoy y vencidos) ===" DELIMITED BY SIZE
                   INTO AGENDA-LINEA
               END-STRING
               WRITE AGENDA-LINEA
               OPEN INPUT WORK-ORDENADO
               IF ORDENADO-STATUS = "00"
                   MOVE 'N' TO ORDEN-EOF
                   PERFORM UNTIL ORDEN-EOF = 'S'
                       READ WORK-ORDENADO
                           AT END
                               MOVE 'S' TO ORDEN-EOF
                           NOT AT END
                               MOVE ORDENADO-REGISTRO(1:118)
                                   TO AGENDA-DET
                               PERFORM ESCRIBIR-LINEA-AGENDA
                       END-READ
                   END-PERFORM
                   CLOSE WORK-ORDENADO
               END-IF
               IF AGENDA-NUM = 0
                   MOVE "Sin seguimientos pendientes."
                       TO AGENDA-LINEA
                   WRITE AGENDA-LINEA
               END-IF
               CLOSE RPT-AGENDA
               DISPLAY "Agenda escrita en agenda.rpt ("
                   AGENDA-NUM " seguimientos)."
           END-IF.

      * One agenda line (plus its note): the telephone comes from a
      * keyed READ; a contact deleted after the follow-up was logged
      * is shown anyway, marked as such, so the promise is not lost
      * silently.
       ESCRIBIR-LINEA-AGENDA.
           ADD 1 TO AGENDA-NUM
           MOVE AG-NOMBRE TO C-NOMBRE
           READ CONTACTOS-FILE
               INVALID KEY
                   MOVE "(ya de baja)" TO C-TELEFONO
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE SPACES TO AGENDA-LINEA
           STRING AG-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AG-NOMBRE DELIMITED BY SIZE
               " tel: " DELIMITED BY SIZE
               C-TELEFONO DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(AG-TIPO) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO AGENDA-LINEA
           END-STRING
           WRITE AGENDA-LINEA
           IF AG-NOTA NOT = SPACES
               MOVE SPACES TO AGENDA-LINEA
               STRING "  nota: " DELIMITED BY SIZE
                   AG-NOTA DELIMITED BY SIZE
                   INTO AGENDA-LINEA
               END-STRING
               WRITE AGENDA-LINEA
           END-IF.

      * Full card: the contact's details, its relationships and its
      * interaction history in date order (the file's natural order).
       VER-CONTACTO-INTERACCIONES.
           DISPLAY "Nombre del contacto: "
           ACCEPT T-NOMBRE
           MOVE T-NOMBRE TO C-NOMBRE
           READ CONTACTOS-FILE
               INVALID KEY
                   DISPLAY "Contacto no encontrado."
               NOT INVALID KEY
                   DISPLAY "=== DATOS DEL CONTACTO ==="
                   DISPLAY "Nombre: " C-NOMBRE
                   DISPLAY "Cumpleaños: " C-FECHA
                   DISPLAY "Anio nacimiento: " C-ANIO
                   DISPLAY "Telefono: " C-TELEFONO
                   DISPLAY "Email: " C-EMAIL
                   DISPLAY "Categoria: " C-CATEGORIA
                   MOVE C-NOMBRE TO REL-NOMBRE-BUS
                   PERFORM LISTAR-RELACIONES-CONTACTO
                   PERFORM LISTAR-INTERACCIONES-CONTACTO
           END-READ.

       LISTAR-INTERACCIONES-CONTACTO.
           MOVE 0 TO INTER-NUM
           OPEN INPUT INTERACCIONES-FILE
           IF INTER-STATUS = "00"
               DISPLAY "=== INTERACCIONES ==="
               MOVE 'N' TO INTER-EOF
               PERFORM UNTIL INTER-EOF = 'S'
                   READ INTERACCIONES-FILE
                       AT END
                           MOVE 'S' TO INTER-EOF
                       NOT AT END
                           IF IN-NOMBRE = C-NOMBRE
                               ADD 1 TO INTER-NUM
                               DISPLAY IN-FECHA " " IN-TIPO " "
                                   IN-NOTA
                               IF IN-SEGUIMIENTO NOT = SPACES
                                   DISPLAY "  seguimiento: "
                                       IN-SEGUIMIENTO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERACCIONES-FILE
           END-IF
           IF INTER-NUM = 0
               DISPLAY "Sin interacciones registradas."
           END-IF.

      * When a contact is deleted its interactions move to
      * INTERACCIONES-ARCHIVE.DAT instead of being orphaned in the
      * live file. Same copy-through-temp scheme as
      * QUITAR-ENTRADA-ARCHIVO; the deleted name comes in AUD-NOMBRE,
      * loaded before the DELETE.
       ARCHIVAR-INTERACCIONES-BAJA.
           OPEN INPUT INTERACCIONES-FILE
           IF INTER-STATUS NOT = "00"
               CONTINUE
           ELSE
               OPEN OUTPUT INTER-TEMP
               OPEN EXTEND INTER-ARCHIVE
               IF INTARCH-NOT-FOUND
                   CLOSE INTER-ARCHIVE
                   OPEN OUTPUT INTER-ARCHIVE
               END-IF
               IF INTTMP-STATUS NOT = "00"
                   OR INTARCH-STATUS NOT = "00"
                   DISPLAY "Advertencia: no se pudieron archivar las "
                       "interacciones (" INTTMP-STATUS " "
                       INTARCH-STATUS "); quedan en "
                       "interacciones.dat."
                   CLOSE INTERACCIONES-FILE
                   CLOSE INTER-TEMP
                   CLOSE INTER-ARCHIVE
               ELSE
                   MOVE 'N' TO INTER-EOF
                   PERFORM UNTIL INTER-EOF = 'S'
                       READ INTERACCIONES-FILE
                           AT END
                               MOVE 'S' TO INTER-EOF
                           NOT AT END
                               IF IN-NOMBRE = AUD-NOMBRE
                                   MOVE INTERACCION-REGISTRO
                                       TO INTARCH-REGISTRO
                                   WRITE INTARCH-REGISTRO
                               ELSE
                                   MOVE INTERACCION-REGISTRO
                                       TO INTTMP-REGISTRO
                                   WRITE INTTMP-REGISTRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INTERACCIONES-FILE
                   CLOSE INTER-TEMP
                   CLOSE INTER-ARCHIVE
                   PERFORM COPIAR-TEMP-A-INTERACCIONES
               END-IF
           END-IF.

      * Truncating copy-back phase, same guard as
      * COPIAR-TEMP-A-ARCHIVO: interacciones.dat is only opened
      * OUTPUT (emptied) once the temp - now the only complete copy -
      * opened cleanly; on any failure the temp stays on disk.
       COPIAR-TEMP-A-INTERACCIONES.
           OPEN INPUT INTER-TEMP
           IF INTTMP-STATUS NOT = "00"
               DISPLAY "Advertencia: no se pudo releer "
                   "interacciones.tmp (" INTTMP-STATUS "); "
                   FUNCTION TRIM(INTER-NOMBRE-ARCHIVO)
                   " queda sin depurar."
           ELSE
               OPEN OUTPUT INTERACCIONES-FILE
               IF INTER-STATUS NOT = "00"
                   DISPLAY "Advertencia: no se pudo reescribir "
                       FUNCTION TRIM(INTER-NOMBRE-ARCHIVO) " ("
                       INTER-STATUS "); se conserva interacciones.tmp."
                   CLOSE INTER-TEMP
               ELSE
                   MOVE 'N' TO INTER-EOF
                   PERFORM UNTIL INTER-EOF = 'S'
                       READ INTER-TEMP
                           AT END
                               MOVE 'S' TO INTER-EOF
                           NOT AT END
                               MOVE INTTMP-REGISTRO
                                   TO INTERACCION-REGISTRO
                               WRITE INTERACCION-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE INTER-TEMP
                   CLOSE INTERACCIONES-FILE
               END-IF
           END-IF.

      * Weekly "who are we neglecting" list: every active contact
      * whose most recent interaction is older than the day threshold
      * (or who never had one), grouped by category with the date and
      * type of the last touch. Everything goes to inactivos.rpt.
      * Built on the shared sort work files so contactos.dat and
      * interacciones.dat are each read ONCE, the same shape as the
      * duplicate report: every interaction and every contact is
      * extracted keyed by contact name (interactions before their
      * contact, in log order), so one scan of the sorted stream knows
      * each contact's last touch the moment the contact record comes
      * by; the neglected ones are extracted again keyed by
      * categoria+nombre and a second sort delivers the report order.
       REPORTE-INACTIVOS.
           DISPLAY "Dias sin interaccion para considerar inactivo "
               "(ej. 60): "
           ACCEPT WS-DIAS-VENTANA
           PERFORM GENERAR-INACTIVOS.

      * Generates inactivos.rpt for the threshold already loaded in
      * WS-DIAS-VENTANA, with no dialogs, so it can be used the same
      * way from the menu and from batch mode (INACTIVOS nn).
       GENERAR-INACTIVOS.
           MOVE 0 TO INACT-RC
           MOVE FUNCTION CURRENT-DATE TO WS-HOY
           MOVE WS-HOY(1:8) TO WS-HOY-YYYYMMDD
           MOVE 0 TO INACT-NUM
           MOVE 0 TO INACT-DESDE-ANIO
           OPEN OUTPUT WORK-ORDEN
           IF ORDEN-STATUS NOT = "00"
               DISPLAY "Error al crear ordena-entrada.tmp: "
                   ORDEN-STATUS
               MOVE 8 TO INACT-RC
           ELSE
               PERFORM EXTRAER-DATOS-INACTIVOS
               CLOSE WORK-ORDEN
               SORT ORDENA-FILE ON ASCENDING KEY ORDENA-CLAVE
                   USING WORK-ORDEN GIVING WORK-ORDENADO
               PERFORM SELECCIONAR-INACTIVOS
               IF INACT-RC = 0
                   SORT ORDENA-FILE ON ASCENDING KEY ORDENA-CLAVE
                       USING WORK-ORDEN GIVING WORK-ORDENADO
                   PERFORM ESCRIBIR-REPORTE-INACTIVOS
               END-IF
           END-IF.

      * Single pass over each file: every contact goes to the work
      * file as a type '2' record and every interaction as a type '1'
      * record with its position in the log as tiebreaker, all keyed
      * by the contact name. After sorting, a contact's interactions
      * precede its own record in chronological order, so the LAST
      * type '1' seen when the type '2' comes by is the last touch.
      * With INACT-DESDE-ANIO set, the closed-year archives from that
      * year on are read first, oldest first, so their rows take the
      * lower positions; an archive that is there but cannot be read
      * leaves INACT-RC 8.
       EXTRAER-DATOS-INACTIVOS.
           MOVE LOW-VALUES TO C-NOMBRE
           MOVE 'N' TO EOF-FLAG
           START CONTACTOS-FILE KEY IS NOT LESS THAN C-NOMBRE
               INVALID KEY MOVE 'S' TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = 'S'
               READ CONTACTOS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO INACT-DET
                       MOVE C-NOMBRE TO IX-NOMBRE
                       MOVE '2' TO IX-TIPO-REG
                       MOVE 0 TO IX-SEQ
                       MOVE C-CATEGORIA TO IX-CATEGORIA
                       MOVE SPACES TO ORDEN-REGISTRO
                       MOVE INACT-DET TO ORDEN-REGISTRO
                       WRITE ORDEN-REGISTRO
               END-READ
           END-PERFORM
           MOVE 0 TO INACT-SEQ
           IF INACT-DESDE-ANIO > 0
               PERFORM EXTRAER-INTERACCIONES-CERRADAS
           END-IF
           MOVE "interacciones.dat" TO INTER-NOMBRE-ARCHIVO
           PERFORM EXTRAER-INTERACCIONES-INACTIVOS.

       EXTRAER-INTERACCIONES-CERRADAS.
           PERFORM CARGAR-CIERRES
           PERFORM VARYING CIE-POS FROM 1 BY 1 UNTIL CIE-POS > CIE-NUM
               IF CY-ANIO(CIE-POS) NOT < INACT-DESDE-ANIO
                   MOVE SPACES TO INTER-NOMBRE-ARCHIVO
                   STRING "interacciones-" DELIMITED BY SIZE
                       CY-ANIO(CIE-POS) DELIMITED BY SIZE
                       ".dat" DELIMITED BY SIZE
                       INTO INTER-NOMBRE-ARCHIVO
                   END-STRING
                   PERFORM EXTRAER-INTERACCIONES-INACTIVOS
                   IF INTER-STATUS NOT = "00"
                       DISPLAY "Advertencia: no se pudo leer "
                           FUNCTION TRIM(INTER-NOMBRE-ARCHIVO)
                           "; faltan sus interacciones."
                       IF INTER-STATUS NOT = "35"
                           MOVE 8 TO INACT-RC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Type '1' records for every row of the log named in
      * INTER-NOMBRE-ARCHIVO, numbered on from INACT-SEQ.
       EXTRAER-INTERACCIONES-INACTIVOS.
           OPEN INPUT INTERACCIONES-FILE
           IF INTER-STATUS = "00"
               MOVE 'N' TO INTER-EOF
               PERFORM UNTIL INTER-EOF = 'S'
                   READ INTERACCIONES-FILE
                       AT END
                           MOVE 'S' TO INTER-EOF
                       NOT AT END
                           ADD 1 TO INACT-SEQ
                           MOVE SPACES TO INACT-DET
                           MOVE IN-NOMBRE TO IX-NOMBRE
                           MOVE '1' TO IX-TIPO-REG
                           MOVE INACT-SEQ TO IX-SEQ
                           MOVE IN-FECHA TO IX-FECHA
                           MOVE IN-TIPO TO IX-TIPO
                           MOVE SPACES TO ORDEN-REGISTRO
                           MOVE INACT-DET TO ORDEN-REGISTRO
                           WRITE ORDEN-REGISTRO
                   END-READ
               END-PERFORM
               CLOSE INTERACCIONES-FILE
           END-IF.

      * Scan of the name-sorted stream: the neglected contacts are
      * re-extracted to the work file keyed categoria+nombre, so the
      * second sort hands the report its category grouping. Orphan
      * interactions of since-deleted contacts have no type '2'
      * record and fall through harmlessly.
       SELECCIONAR-INACTIVOS.
           OPEN INPUT WORK-ORDENADO
           OPEN OUTPUT WORK-ORDEN
           IF ORDENADO-STATUS NOT = "00"
               OR ORDEN-STATUS NOT = "00"
               DISPLAY "Error con los archivos de ordenamiento ("
                   ORDENADO-STATUS " " ORDEN-STATUS ")."
               MOVE 8 TO INACT-RC
               CLOSE WORK-ORDENADO
               CLOSE WORK-ORDEN
           ELSE
               MOVE LOW-VALUES TO INACT-ULT-NOMBRE
               MOVE 'N' TO ORDEN-EOF
               PERFORM UNTIL ORDEN-EOF = 'S'
                   READ WORK-ORDENADO
                       AT END
                           MOVE 'S' TO ORDEN-EOF
                       NOT AT END
                           MOVE ORDENADO-REGISTRO(1:76) TO INACT-DET
                           IF IX-TIPO-REG = '1'
                               MOVE IX-NOMBRE TO INACT-ULT-NOMBRE
                               MOVE IX-FECHA TO INACT-ULT-FECHA
                               MOVE IX-TIPO TO INACT-ULT-TIPO
                           ELSE
                               PERFORM EVALUAR-CONTACTO-INACTIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-ORDENADO
               CLOSE WORK-ORDEN
           END-IF.

      * Decides whether the contact in INACT-DET is neglected and, if
      * so, writes its stage-two record. No interaction at all counts
      * as neglected too. Within the category the key carries the
      * first 26 characters of the name, which is as far as the
      * 41-byte sort key reaches past the category.
       EVALUAR-CONTACTO-INACTIVO.
           MOVE SPACES TO INACT-STALE-DET
           IF INACT-ULT-NOMBRE = IX-NOMBRE
               MOVE 'S' TO INACT-HALLADA
           ELSE
               MOVE 'N' TO INACT-HALLADA
           END-IF
           IF INACT-HALLADA = 'S'
               COMPUTE INACT-FECHA-NUM =
                   FUNCTION NUMVAL(INACT-ULT-FECHA(7:4)) * 10000
                   + FUNCTION NUMVAL(INACT-ULT-FECHA(4:2)) * 100
                   + FUNCTION NUMVAL(INACT-ULT-FECHA(1:2))
               COMPUTE INACT-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-HOY-YYYYMMDD)
                   - FUNCTION INTEGER-OF-DATE(INACT-FECHA-NUM)
           ELSE
               MOVE 0 TO INACT-DIAS
           END-IF
           IF INACT-HALLADA = 'N'
               OR INACT-DIAS > WS-DIAS-VENTANA
               MOVE IX-CATEGORIA TO IS-CATEGORIA
               MOVE IX-NOMBRE(1:26) TO IS-NOMBRE-CLAVE
               MOVE IX-NOMBRE TO IS-NOMBRE
               MOVE INACT-HALLADA TO IS-HALLADA
               MOVE INACT-ULT-FECHA TO IS-FECHA
               MOVE INACT-ULT-TIPO TO IS-TIPO
               MOVE INACT-DIAS TO IS-DIAS
               MOVE SPACES TO ORDEN-REGISTRO
               MOVE INACT-STALE-DET TO ORDEN-REGISTRO
               WRITE ORDEN-REGISTRO
           END-IF.

      * Writes inactivos.rpt from the categoria+nombre-sorted hits,
      * opening a category header whenever the category changes.
       ESCRIBIR-REPORTE-INACTIVOS.
           OPEN OUTPUT RPT-INACTIVOS
           IF INACT-STATUS NOT = "00"
               DISPLAY "Error al crear inactivos.rpt: " INACT-STATUS
               MOVE 8 TO INACT-RC
           ELSE
               MOVE SPACES TO INACT-LINEA
               STRING "=== CONTACTOS SIN INTERACCION RECIENTE - "
                   DELIMITED BY SIZE
                   WS-HOY(1:8) DELIMITED BY SIZE
                   " (umbral " DELIMITED BY SIZE
                   WS-DIAS-VENTANA DELIMITED BY SIZE
                   " dias) ===" DELIMITED BY SIZE
                   INTO INACT-LINEA
               END-STRING
               WRITE INACT-LINEA
               MOVE LOW-VALUES TO INACT-CAT-ANT
               OPEN INPUT WORK-ORDENADO
               IF ORDENADO-STATUS = "00"
                   MOVE 'N' TO ORDEN-EOF
                   PERFORM UNTIL ORDEN-EOF = 'S'
                       READ WORK-ORDENADO
                           AT END
                               MOVE 'S' TO ORDEN-EOF
                           NOT AT END
                               MOVE ORDENADO-REGISTRO(1:100)
                                   TO INACT-STALE-DET
                               PERFORM ESCRIBIR-LINEA-INACTIVO
                       END-READ
                   END-PERFORM
                   CLOSE WORK-ORDENADO
               END-IF
               MOVE SPACES TO INACT-LINEA
               WRITE INACT-LINEA
               MOVE SPACES TO INACT-LINEA
               STRING "FIN: " DELIMITED BY SIZE
                   INACT-NUM DELIMITED BY SIZE
                   " contacto(s) sin interaccion reciente."
                   DELIMITED BY SIZE
                   INTO INACT-LINEA
               END-STRING
               WRITE INACT-LINEA
               CLOSE RPT-INACTIVOS
               DISPLAY "Reporte escrito en inactivos.rpt ("
                   INACT-NUM " contactos)."
           END-IF.

       ESCRIBIR-LINEA-INACTIVO.
           ADD 1 TO INACT-NUM
           IF IS-CATEGORIA NOT = INACT-CAT-ANT
               MOVE IS-CATEGORIA TO INACT-CAT-ANT
               MOVE SPACES TO INACT-LINEA
               WRITE INACT-LINEA
               MOVE SPACES TO INACT-LINEA
               STRING "--- CATEGORIA: " DELIMITED BY SIZE
                   IS-CATEGORIA DELIMITED BY SIZE
                   " ---" DELIMITED BY SIZE
                   INTO INACT-LINEA
               END-STRING
               WRITE INACT-LINEA
           END-IF
           MOVE SPACES TO INACT-LINEA
           IF IS-HALLADA NOT = 'S'
               STRING IS-NOMBRE DELIMITED BY SIZE
                   " sin interacciones registradas" DELIMITED BY SIZE
                   INTO INACT-LINEA
               END-STRING
           ELSE
               MOVE IS-DIAS TO INACT-DIAS-ED
               STRING IS-NOMBRE DELIMITED BY SIZE
                   " ultima: " DELIMITED BY SIZE
                   IS-FECHA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IS-TIPO DELIMITED BY SIZE
                   " (hace " DELIMITED BY SIZE
                   INACT-DIAS-ED DELIMITED BY SIZE
                   " dias)" DELIMITED BY SIZE
                   INTO INACT-LINEA
               END-STRING
           END-IF
           WRITE INACT-LINEA.

      * Maintenance of the category master (categorias.dat): list,
      * add, rename (with a cascade over the contacts), deactivate
      * and reactivate. The whole master is handled in CAT-TABLE and
      * rewritten in full on save; it is a small catalog, like the
      * rest of the LINE SEQUENTIAL files.
       MANTENER-CATEGORIAS.
           MOVE 0 TO CAT-OPCION
           PERFORM MENU-CATEGORIAS UNTIL CAT-OPCION = 6.

       MENU-CATEGORIAS.
           DISPLAY " "
           DISPLAY "=== MANTENIMIENTO DE CATEGORIAS ==="
           DISPLAY "1. Listar categorias"
           DISPLAY "2. Agregar categoria"
           DISPLAY "3. Renombrar categoria (con cascada)"
           DISPLAY "4. Desactivar categoria"
           DISPLAY "5. Reactivar categoria"
           DISPLAY "6. Volver al menu principal"
           DISPLAY "Seleccione opcion (1-6): "
           ACCEPT CAT-OPCION
           EVALUATE CAT-OPCION
               WHEN 1 PERFORM LISTAR-CATEGORIAS
               WHEN 2
                   PERFORM TOMAR-BLOQUEO-CATEGORIAS
                   IF BLQ-OBTENIDO = 'S'
                       PERFORM AGREGAR-CATEGORIA
                       PERFORM SOLTAR-BLOQUEO-CATEGORIAS
                   END-IF
               WHEN 3
      * The rename cascades an ACTUALIZA over every contact in the
      * category, so it carries the same supervisor gate as the other
      * destructive options, and needs the system to itself.
                   PERFORM EXIGIR-SUPERVISOR
                   IF OPERACION-AUTORIZADA = 'S'
                       PERFORM TOMAR-USO-EXCLUSIVO
                       IF BLQ-OBTENIDO = 'S'
                           PERFORM RENOMBRAR-CATEGORIA
                           PERFORM SOLTAR-USO-EXCLUSIVO
                       END-IF
                   END-IF
               WHEN 4
                   PERFORM TOMAR-BLOQUEO-CATEGORIAS
                   IF BLQ-OBTENIDO = 'S'
                       PERFORM DESACTIVAR-CATEGORIA
                       PERFORM SOLTAR-BLOQUEO-CATEGORIAS
                   END-IF
               WHEN 5
                   PERFORM TOMAR-BLOQUEO-CATEGORIAS
                   IF BLQ-OBTENIDO = 'S'
                       PERFORM REACTIVAR-CATEGORIA
                       PERFORM SOLTAR-BLOQUEO-CATEGORIAS
                   END-IF
           END-EVALUATE.

      * The catalog is loaded, changed and saved whole, so it is held
      * from the load to the save.
       TOMAR-BLOQUEO-CATEGORIAS.
           MOVE "*categorias.dat" TO BLQ-RECURSO
           PERFORM TOMAR-BLOQUEO-ARCHIVO.

       SOLTAR-BLOQUEO-CATEGORIAS.
           MOVE "*categorias.dat" TO BLQ-RECURSO
           PERFORM SOLTAR-BLOQUEO.

      * Loads categorias.dat into CAT-TABLE. If the master does not
      * exist yet, CAT-NUM stays at zero and the caller decides what
      * to do.
       CARGAR-CATEGORIAS.
           MOVE 0 TO CAT-NUM
           OPEN INPUT CATEGORIAS-FILE
           IF CAT-STATUS = "00"
               MOVE 'N' TO CAT-EOF
               PERFORM UNTIL CAT-EOF = 'S' OR CAT-NUM >= 100
                   READ CATEGORIAS-FILE
                       AT END
                           MOVE 'S' TO CAT-EOF
                       NOT AT END
                           ADD 1 TO CAT-NUM
                           MOVE CAT-NOMBRE TO CT-NOMBRE(CAT-NUM)
                           MOVE CAT-ESTADO TO CT-ESTADO(CAT-NUM)
                           MOVE CAT-SALUDO TO CT-SALUDO(CAT-NUM)
                   END-READ
               END-PERFORM
               CLOSE CATEGORIAS-FILE
           END-IF.

       GUARDAR-CATEGORIAS.
           OPEN OUTPUT CATEGORIAS-FILE
           IF CAT-STATUS NOT = "00"
               DISPLAY "Error al guardar categorias.dat ("
                   CAT-STATUS ")."
           ELSE
               PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > CAT-NUM
                   MOVE CT-NOMBRE(Q) TO CAT-NOMBRE
                   MOVE CT-ESTADO(Q) TO CAT-ESTADO
                   MOVE CT-SALUDO(Q) TO CAT-SALUDO
                   WRITE CATEGORIA-REGISTRO
               END-PERFORM
               CLOSE CATEGORIAS-FILE
           END-IF.

      * Leaves in CAT-HALLADA/CAT-POS the position of CAT-BUSCADA in
      * the already-loaded table, regardless of its status.
       BUSCAR-CATEGORIA-TABLA.
           MOVE 'N' TO CAT-HALLADA
           MOVE 0 TO CAT-POS
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > CAT-NUM
               IF CT-NOMBRE(Q) = CAT-BUSCADA
                   MOVE 'S' TO CAT-HALLADA
                   MOVE Q TO CAT-POS
               END-IF
           END-PERFORM.

       LISTAR-CATEGORIAS.
           PERFORM CARGAR-CATEGORIAS
           IF CAT-NUM = 0
               DISPLAY "No hay categorias registradas."
           ELSE
               DISPLAY "=== CATEGORIAS ==="
               PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > CAT-NUM
                   IF CT-ESTADO(Q) = 'A'
                       DISPLAY CT-NOMBRE(Q) " (activa)   saludo: "
                           CT-SALUDO(Q)
                   ELSE
                       DISPLAY CT-NOMBRE(Q) " (inactiva) saludo: "
                           CT-SALUDO(Q)
                   END-IF
               END-PERFORM
           END-IF.

       AGREGAR-CATEGORIA.
           PERFORM CARGAR-CATEGORIAS
           IF CAT-NUM >= 100
               DISPLAY "El maestro de categorias esta lleno."
           ELSE
               DISPLAY "Nombre de la nueva categoria: "
               ACCEPT CAT-BUSCADA
               MOVE 0 TO WS-COMA-COUNT
               INSPECT CAT-BUSCADA TALLYING WS-COMA-COUNT FOR ALL ","
               IF CAT-BUSCADA = SPACES OR WS-COMA-COUNT > 0
                   DISPLAY "Nombre de categoria invalido."
               ELSE
                   PERFORM BUSCAR-CATEGORIA-TABLA
                   IF CAT-HALLADA = 'S'
                       DISPLAY "Esa categoria ya existe."
                   ELSE
                       DISPLAY "Saludo para cartas (ej. Estimado/a): "
                       ACCEPT CAT-SALUDO-NUEVO
                       ADD 1 TO CAT-NUM
                       MOVE CAT-BUSCADA TO CT-NOMBRE(CAT-NUM)
                       MOVE 'A' TO CT-ESTADO(CAT-NUM)
                       MOVE CAT-SALUDO-NUEVO TO CT-SALUDO(CAT-NUM)
                       PERFORM GUARDAR-CATEGORIAS
                       DISPLAY "Categoria agregada."
                   END-IF
               END-IF
           END-IF.

      * Renames in the master and propagates the change to EVERY
      * contact carrying the old category, leaving one ACTUALIZA
      * audit entry per touched contact (so the rebuild from the
      * audit trail replays the cascade as well).
       RENOMBRAR-CATEGORIA.
           PERFORM CARGAR-CATEGORIAS
           DISPLAY "Categoria a renombrar: "
           ACCEPT CAT-BUSCADA
           PERFORM BUSCAR-CATEGORIA-TABLA
           IF CAT-HALLADA NOT = 'S'
               DISPLAY "Esa categoria no esta en el maestro."
           ELSE
               DISPLAY "Nuevo nombre: "
               ACCEPT CAT-NOMBRE-NUEVO
               MOVE 0 TO WS-COMA-COUNT
               INSPECT CAT-NOMBRE-NUEVO TALLYING WS-COMA-COUNT
                   FOR ALL ","
               IF CAT-NOMBRE-NUEVO = SPACES OR WS-COMA-COUNT > 0
                   DISPLAY "Nombre de categoria invalido."
               ELSE
                   MOVE CAT-POS TO J
                   MOVE CAT-NOMBRE-NUEVO TO CAT-BUSCADA
                   PERFORM BUSCAR-CATEGORIA-TABLA
                   IF CAT-HALLADA = 'S' AND CAT-POS NOT = J
                       DISPLAY "Ya existe una categoria con ese "
                           "nombre."
                   ELSE
                       MOVE CT-NOMBRE(J) TO CAT-BUSCADA
                       MOVE CAT-NOMBRE-NUEVO TO CT-NOMBRE(J)
                       PERFORM GUARDAR-CATEGORIAS
                       PERFORM CASCADA-RENOMBRE
                       DISPLAY "Categoria renombrada; "
                           CAT-ACTUALIZADOS " contacto(s) "
                           "actualizados."
                   END-IF
               END-IF
           END-IF.

      * Relabels every contact whose category is CAT-BUSCADA (the old
      * name) with CAT-NOMBRE-NUEVO, walking the indexed file itself
      * (REWRITE of the record just read keeps the sequential
      * position), with an audit entry per contact - no capped table,
      * so no contact escapes the cascade.
       CASCADA-RENOMBRE.
           MOVE 0 TO CAT-ACTUALIZADOS
           MOVE LOW-VALUES TO C-NOMBRE
           MOVE 'N' TO EOF-FLAG
           START CONTACTOS-FILE KEY IS NOT LESS THAN C-NOMBRE
               INVALID KEY MOVE 'S' TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = 'S'
               READ CONTACTOS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-FLAG
                   NOT AT END
                       IF C-CATEGORIA = CAT-BUSCADA
                           PERFORM RENOMBRAR-CONTACTO-ACTUAL
                       END-IF
               END-READ
           END-PERFORM
           IF CAT-ACTUALIZADOS > 0
               PERFORM CHECKPOINT-CONTACTOS
           END-IF.

       RENOMBRAR-CONTACTO-ACTUAL.
           MOVE C-NOMBRE TO AUD-NOMBRE
           PERFORM FORMATEAR-VALORES-ACTUALES
           MOVE AUD-VALORES-TEMP TO AUD-ANTERIOR
           MOVE CAT-NOMBRE-NUEVO TO C-CATEGORIA
           REWRITE CONTACTO-REGISTRO
               INVALID KEY
                   DISPLAY "No se pudo actualizar: " C-NOMBRE
               NOT INVALID KEY
                   ADD 1 TO CAT-ACTUALIZADOS
                   MOVE "ACTUALIZA" TO AUD-OPERACION
                   PERFORM FORMATEAR-VALORES-ACTUALES
                   MOVE AUD-VALORES-TEMP TO AUD-NUEVO
                   PERFORM REGISTRAR-AUDITORIA
           END-REWRITE.

       DESACTIVAR-CATEGORIA.
           PERFORM CARGAR-CATEGORIAS
           DISPLAY "Categoria a desactivar: "
           ACCEPT CAT-BUSCADA
           PERFORM BUSCAR-CATEGORIA-TABLA
           IF CAT-HALLADA NOT = 'S'
               DISPLAY "Esa categoria no esta en el maestro."
           ELSE
               MOVE 'I' TO CT-ESTADO(CAT-POS)
               PERFORM GUARDAR-CATEGORIAS
               DISPLAY "Categoria desactivada; ya no se aceptara en "
                   "altas ni actualizaciones."
           END-IF.

       REACTIVAR-CATEGORIA.
           PERFORM CARGAR-CATEGORIAS
           DISPLAY "Categoria a reactivar: "
           ACCEPT CAT-BUSCADA
           PERFORM BUSCAR-CATEGORIA-TABLA
           IF CAT-HALLADA NOT = 'S'
               DISPLAY "Esa categoria no esta en el maestro."
           ELSE
               MOVE 'A' TO CT-ESTADO(CAT-POS)
               PERFORM GUARDAR-CATEGORIAS
               DISPLAY "Categoria reactivada."
           END-IF.

      * Maintenance of the additional phone/email file
      * (comunicaciones.dat): a contact keeps its primary telephone
      * and email in CONTACTO-REGISTRO (AGREGAR-CONTACTO still
      * captures those) and any number of extra lines here, each with
      * a type (movil/trabajo/casa/...) and a preferred flag. Same
      * submenu scheme as MANTENER-CATEGORIAS; deletes and flag
      * changes go through the usual copy-through-temp rewrite.
       MANTENER-COMUNICACIONES.
           MOVE 0 TO COMU-OPCION
           PERFORM MENU-COMUNICACIONES UNTIL COMU-OPCION = 5.

       MENU-COMUNICACIONES.
           DISPLAY " "
           DISPLAY "=== TELEFONOS Y EMAILS ADICIONALES ==="
           DISPLAY "1. Listar comunicaciones de un contacto"
           DISPLAY "2. Agregar comunicacion"
           DISPLAY "3. Eliminar comunicacion"
           DISPLAY "4. Marcar comunicacion preferida"
           DISPLAY "5. Volver al menu principal"
           DISPLAY "Seleccione opcion (1-5): "
           ACCEPT COMU-OPCION
           EVALUATE COMU-OPCION
               WHEN 1 PERFORM LISTAR-COMUNICACIONES
               WHEN 2 PERFORM AGREGAR-COMUNICACION
               WHEN 3 PERFORM ELIMINAR-COMUNICACION
               WHEN 4 PERFORM MARCAR-COMUNICACION-PREF
           END-EVALUATE.

       LISTAR-COMUNICACIONES.
           DISPLAY "Nombre del contacto: "
           ACCEPT COMU-NOMBRE-CAP
           MOVE 0 TO COMU-NUM
           OPEN INPUT COMUNICACIONES-FILE
           IF COMU-STATUS = "00"
               MOVE 'N' TO COMU-EOF
               PERFORM UNTIL COMU-EOF = 'S'
                   READ COMUNICACIONES-FILE
                       AT END
                           MOVE 'S' TO COMU-EOF
                       NOT AT END
                           IF CO-NOMBRE = COMU-NOMBRE-CAP
                               ADD 1 TO COMU-NUM
                               IF CO-ESTADO = 'R'
                                   DISPLAY CO-TIPO " " CO-VALOR
                                       " (no entregable)"
                               ELSE
                                   IF CO-PREFERIDO = 'S'
                                       DISPLAY CO-TIPO " " CO-VALOR
                                           " (preferida)"
                                   ELSE
                                       DISPLAY CO-TIPO " " CO-VALOR
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMUNICACIONES-FILE
           END-IF
           IF COMU-NUM = 0
               DISPLAY "Sin comunicaciones adicionales registradas."
           END-IF.

       AGREGAR-COMUNICACION.
           DISPLAY "Nombre del contacto: "
           ACCEPT COMU-NOMBRE-CAP
           MOVE COMU-NOMBRE-CAP TO C-NOMBRE
           READ CONTACTOS-FILE
               INVALID KEY
                   DISPLAY "Contacto no encontrado."
               NOT INVALID KEY
                   PERFORM CAPTURAR-COMUNICACION
           END-READ.

       CAPTURAR-COMUNICACION.
           MOVE SPACES TO COMU-TIPO-CAP
           PERFORM UNTIL COMU-TIPO-CAP NOT = SPACES
               DISPLAY "Tipo (movil/trabajo/casa/...): "
               ACCEPT COMU-TIPO-CAP
           END-PERFORM
           MOVE SPACES TO COMU-VALOR-CAP
           PERFORM UNTIL COMU-VALOR-CAP NOT = SPACES
               DISPLAY "Telefono o email: "
               ACCEPT COMU-VALOR-CAP
           END-PERFORM
           DISPLAY "Marcar como preferida (S/N): "
           ACCEPT COMU-PREF-CAP
           MOVE "*comunicaciones.dat" TO BLQ-RECURSO
           PERFORM TOMAR-BLOQUEO-ARCHIVO
           IF BLQ-OBTENIDO = 'S'
               PERFORM GRABAR-COMUNICACION
               MOVE "*comunicaciones.dat" TO BLQ-RECURSO
               PERFORM SOLTAR-BLOQUEO
           END-IF.

       GRABAR-COMUNICACION.
           OPEN EXTEND COMUNICACIONES-FILE
           IF COMU-NOT-FOUND
               CLOSE COMUNICACIONES-FILE
               OPEN OUTPUT COMUNICACIONES-FILE
           END-IF
           IF COMU-STATUS NOT = "00"
               DISPLAY "No se pudo escribir en comunicaciones.dat ("
                   COMU-STATUS ")."
           ELSE
               MOVE COMU-NOMBRE-CAP TO CO-NOMBRE
               MOVE COMU-TIPO-CAP TO CO-TIPO
               MOVE COMU-VALOR-CAP TO CO-VALOR
               MOVE 'N' TO CO-PREFERIDO
               MOVE SPACE TO CO-ESTADO
               WRITE COMUNICACION-REGISTRO
               CLOSE COMUNICACIONES-FILE
               DISPLAY "Comunicacion agregada."
               IF FUNCTION UPPER-CASE(COMU-PREF-CAP) = "S"
                   PERFORM APLICAR-PREFERENCIA
               END-IF
           END-IF.

       ELIMINAR-COMUNICACION.
           DISPLAY "Nombre del contacto: "
           ACCEPT COMU-NOMBRE-CAP
           DISPLAY "Telefono o email a eliminar: "
           ACCEPT COMU-VALOR-CAP
           MOVE "*comunicaciones.dat" TO BLQ-RECURSO
           PERFORM TOMAR-BLOQUEO-ARCHIVO
           IF BLQ-OBTENIDO = 'S'
               PERFORM QUITAR-COMUNICACION
               MOVE "*comunicaciones.dat" TO BLQ-RECURSO
               PERFORM SOLTAR-BLOQUEO
           END-IF.

       QUITAR-COMUNICACION.
           MOVE 0 TO COMU-TOCADAS
           OPEN INPUT COMUNICACIONES-FILE
           IF COMU-STATUS NOT = "00"
               DISPLAY "No hay comunicaciones registradas."
           ELSE
               OPEN OUTPUT COMU-TEMP
               IF COMUTMP-STATUS NOT = "00"
                   DISPLAY "No se pudo crear comunicaciones.tmp ("
                       COMUTMP-STATUS ")."
                   CLOSE COMUNICACIONES-FILE
               ELSE
                   MOVE 'N' TO COMU-EOF
                   PERFORM UNTIL COMU-EOF = 'S'
                       READ COMUNICACIONES-FILE
                           AT END
                               MOVE 'S' TO COMU-EOF
                           NOT AT END
                               IF CO-NOMBRE = COMU-NOMBRE-CAP
                                   AND CO-VALOR = COMU-VALOR-CAP
                                   ADD 1 TO COMU-TOCADAS
                               ELSE
                                   MOVE COMUNICACION-REGISTRO
                                       TO COMUTMP-REGISTRO
                                   WRITE COMUTMP-REGISTRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COMUNICACIONES-FILE
                   CLOSE COMU-TEMP
                   IF COMU-TOCADAS = 0
                       DISPLAY "No se encontro esa comunicacion."
                   ELSE
                       PERFORM COPIAR-TEMP-A-COMUNICACIONES
                       DISPLAY COMU-TOCADAS " comunicacion(es) "
                           "eliminadas."
                   END-IF
               END-IF
           END-IF.

       MARCAR-COMUNICACION-PREF.
           DISPLAY "Nombre del contacto: "
           ACCEPT COMU-NOMBRE-CAP
           DISPLAY "Telefono o email preferido: "
           ACCEPT COMU-VALOR-CAP
           PERFORM APLICAR-PREFERENCIA.

      * Sets the preferred flag on the record of COMU-NOMBRE-CAP whose
      * value is COMU-VALOR-CAP and clears it on the contact's OTHER
      * entries of the same kind (telephones and emails each keep
      * their own preferred one; a value containing '@' is an email).
       APLICAR-PREFERENCIA.
           MOVE "*comunicaciones.dat" TO BLQ-RECURSO
           PERFORM TOMAR-BLOQUEO-ARCHIVO
           IF BLQ-OBTENIDO = 'S'
               PERFORM REESCRIBIR-PREFERENCIA
               MOVE "*comunicaciones.dat" TO BLQ-RECURSO
               PERFORM SOLTAR-BLOQUEO
           ELSE
               DISPLAY "Preferencia no aplicada."
           END-IF.

       REESCRIBIR-PREFERENCIA.
           MOVE 0 TO WS-AT-COUNT
           INSPECT COMU-VALOR-CAP TALLYING WS-AT-COUNT FOR ALL "@"
           IF WS-AT-COUNT > 0
               MOVE 'S' TO COMU-ES-EMAIL
           ELSE
               MOVE 'N' TO COMU-ES-EMAIL
           END-IF
           MOVE 0 TO COMU-TOCADAS
           OPEN INPUT COMUNICACIONES-FILE
           IF COMU-STATUS NOT = "00"
               DISPLAY "No hay comunicaciones registradas."
           ELSE
               OPEN OUTPUT COMU-TEMP
               IF COMUTMP-STATUS NOT = "00"
                   DISPLAY "No se pudo crear comunicaciones.tmp ("
                       COMUTMP-STATUS ")."
                   CLOSE COMUNICACIONES-FILE
               ELSE
                   MOVE 'N' TO COMU-EOF
                   PERFORM UNTIL COMU-EOF = 'S'
                       READ COMUNICACIONES-FILE
                           AT END
                               MOVE 'S' TO COMU-EOF
                           NOT AT END
                               PERFORM AJUSTAR-PREFERENCIA-REG
                               MOVE COMUNICACION-REGISTRO
                                   TO COMUTMP-REGISTRO
                               WRITE COMUTMP-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE COMUNICACIONES-FILE
                   CLOSE COMU-TEMP
                   IF COMU-TOCADAS = 0
                       DISPLAY "No se encontro esa comunicacion."
                   ELSE
                       PERFORM COPIAR-TEMP-A-COMUNICACIONES
                       DISPLAY "Comunicacion marcada como preferida."
                   END-IF
               END-IF
           END-IF.

       AJUSTAR-PREFERENCIA-REG.
           IF CO-NOMBRE = COMU-NOMBRE-CAP
               IF CO-VALOR = COMU-VALOR-CAP
                   MOVE 'S' TO CO-PREFERIDO
                   ADD 1 TO COMU-TOCADAS
               ELSE
                   MOVE 0 TO WS-AT-COUNT
                   INSPECT CO-VALOR TALLYING WS-AT-COUNT FOR ALL "@"
                   IF (WS-AT-COUNT > 0 AND COMU-ES-EMAIL = 'S')
                       OR (WS-AT-COUNT = 0 AND COMU-ES-EMAIL = 'N')
                       MOVE 'N' TO CO-PREFERIDO
                   END-IF
               END-IF
           END-IF.

      * Truncating copy-back phase, same guard as
      * COPIAR-TEMP-A-INTERACCIONES: comunicaciones.dat is only
      * emptied once the temp - the only complete copy - opened
      * cleanly; on any failure the temp stays on disk.
       COPIAR-TEMP-A-COMUNICACIONES.
           OPEN INPUT COMU-TEMP
           IF COMUTMP-STATUS NOT = "00"
               DISPLAY "Advertencia: no se pudo releer "
                   "comunicaciones.tmp (" COMUTMP-STATUS "); "
                   "comunicaciones.dat queda sin cambios."
           ELSE
               OPEN OUTPUT COMUNICACIONES-FILE
               IF COMU-STATUS NOT = "00"
                   DISPLAY "Advertencia: no se pudo reescribir "
                       "comunicaciones.dat (" COMU-STATUS "); se "
                       "conserva comunicaciones.tmp."
                   CLOSE COMU-TEMP
               ELSE
                   MOVE 'N' TO COMU-EOF
                   PERFORM UNTIL COMU-EOF = 'S'
                       READ COMU-TEMP
                           AT END
                               MOVE 'S' TO COMU-EOF
                           NOT AT END
                               MOVE COMUTMP-REGISTRO
                                   TO COMUNICACION-REGISTRO
                               WRITE COMUNICACION-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE COMU-TEMP
                   CLOSE COMUNICACIONES-FILE
               END-IF
           END-IF.

      * Reverse lookup over the additional communications: shows the
      * contacts owning a comunicaciones.dat entry whose value is
      * COMU-VALOR-BUSCADO. A contact whose PRIMARY field already
      * matched (and was shown by the caller's scan) is skipped so it
      * does not come out twice; orphan entries of since-deleted
      * contacts are skipped by the failing keyed READ.
       BUSCAR-EN-COMUNICACIONES.
           OPEN INPUT COMUNICACIONES-FILE
           IF COMU-STATUS = "00"
               MOVE 'N' TO COMU-EOF
               PERFORM UNTIL COMU-EOF = 'S'
                   READ COMUNICACIONES-FILE
                       AT END
                           MOVE 'S' TO COMU-EOF
                       NOT AT END
                           IF CO-VALOR = COMU-VALOR-BUSCADO
                               PERFORM MOSTRAR-DUENO-COMUNICACION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMUNICACIONES-FILE
           END-IF.

       MOSTRAR-DUENO-COMUNICACION.
           MOVE CO-NOMBRE TO C-NOMBRE
           READ CONTACTOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF C-TELEFONO NOT = COMU-VALOR-BUSCADO(1:15)
                       AND C-EMAIL NOT = COMU-VALOR-BUSCADO
                       ADD 1 TO NUM-MATCHES
                       DISPLAY "=== DATOS DEL CONTACTO ==="
                       DISPLAY "Nombre: " C-NOMBRE
                       DISPLAY "Cumpleaños: " C-FECHA
                       DISPLAY "Anio nacimiento: " C-ANIO
                       DISPLAY "Telefono: " C-TELEFONO
                       DISPLAY "Email: " C-EMAIL
                       DISPLAY "Categoria: " C-CATEGORIA
                       DISPLAY "  (coincide " CO-TIPO ": " CO-VALOR
                           ")"
                   END-IF
           END-READ.

      * Preferred email of the contact named in COMU-NOMBRE-CAP: the
      * last comunicaciones.dat entry flagged preferred that looks
      * like an email and has not bounced. COMU-PREF-HALLADO = 'N'
      * means the caller keeps using the primary C-EMAIL, which the
      * caller loads in COMU-EMAIL-PRINCIPAL. The same scan tells
      * whether that primary has bounced (COMU-PRINCIPAL-REBOTADO),
      * leaves the first usable non-preferred email in
      * COMU-EMAIL-ALTERNO, and the address to send to in
      * COMU-EMAIL-UTIL (spaces = the contact has no usable email).
       BUSCAR-EMAIL-PREFERIDO.
           MOVE 'N' TO COMU-PREF-HALLADO
           MOVE SPACES TO COMU-EMAIL-PREF
           MOVE 'N' TO COMU-PRINCIPAL-REBOTADO
           MOVE SPACES TO COMU-EMAIL-ALTERNO
           OPEN INPUT COMUNICACIONES-FILE
           IF COMU-STATUS = "00"
               MOVE 'N' TO COMU-EOF
               PERFORM UNTIL COMU-EOF = 'S'
                   READ COMUNICACIONES-FILE
                       AT END
                           MOVE 'S' TO COMU-EOF
                       NOT AT END
                           IF CO-NOMBRE = COMU-NOMBRE-CAP
                               PERFORM EVALUAR-EMAIL-PREFERIDO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMUNICACIONES-FILE
           END-IF
           IF COMU-PREF-HALLADO = 'S'
               MOVE COMU-EMAIL-PREF TO COMU-EMAIL-UTIL
           ELSE
               IF COMU-PRINCIPAL-REBOTADO = 'S'
                   MOVE SPACES TO COMU-EMAIL-UTIL
               ELSE
                   MOVE COMU-EMAIL-PRINCIPAL TO COMU-EMAIL-UTIL
               END-IF
           END-IF.

       EVALUAR-EMAIL-PREFERIDO.
           MOVE 0 TO WS-AT-COUNT
           INSPECT CO-VALOR TALLYING WS-AT-COUNT FOR ALL "@"
           IF CO-ESTADO = 'R'
               IF COMU-EMAIL-PRINCIPAL NOT = SPACES
                   AND FUNCTION UPPER-CASE(CO-VALOR)
                       = FUNCTION UPPER-CASE(COMU-EMAIL-PRINCIPAL)
                   MOVE 'S' TO COMU-PRINCIPAL-REBOTADO
               END-IF
           ELSE
               IF WS-AT-COUNT > 0
                   IF CO-PREFERIDO = 'S'
                       MOVE 'S' TO COMU-PREF-HALLADO
                       MOVE CO-VALOR TO COMU-EMAIL-PREF
                   ELSE
                       IF COMU-EMAIL-ALTERNO = SPACES
                           MOVE CO-VALOR TO COMU-EMAIL-ALTERNO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Closes and reopens CONTACTOS-FILE right after a successful
      * WRITE/REWRITE/DELETE so the change is flushed to contactos.dat
      * immediately, instead of staying buffered until STOP RUN.
       CHECKPOINT-CONTACTOS.
           CLOSE CONTACTOS-FILE
           OPEN I-O CONTACTOS-FILE
           IF NOT FS-OK
               DISPLAY "Advertencia: no se pudo confirmar el guardado "
                   "en disco (" FS-STATUS ")."
           END-IF.

      * Rolling "upcoming birthdays" report: scans every contact, keeps
      * the ones whose next birthday falls within WS-DIAS-VENTANA days
      * from today (wrapping into next year near December), sorts the
      * hits by how soon they fall, and writes cumpleanos.rpt.
       LISTAR-CUMPLEANOS.
           DISPLAY "Ver proximos cuantos dias (ej. 30): "
           ACCEPT WS-DIAS-VENTANA
           PERFORM GENERAR-CUMPLEANOS.

      * Generates cumpleanos.rpt for the window already loaded in
      * WS-DIAS-VENTANA, with no dialogs, so it can be used the same
      * way from the menu and from batch mode.
       GENERAR-CUMPLEANOS.
           PERFORM BUSCAR-CUMPLEANOS-VENTANA
           PERFORM ESCRIBIR-REPORTE-CUMPLEANOS.

      * Gathers the contacts whose next birthday falls within
      * WS-DIAS-VENTANA into the sort work file and leaves them in
      * ordena-salida.tmp sorted by how soon they fall; shared by the
      * birthdays report and the letter generation. The full indexed
      * file is walked and every hit lands in the work file - no
      * 200-row cap any more.
       BUSCAR-CUMPLEANOS-VENTANA.
           MOVE FUNCTION CURRENT-DATE TO WS-HOY
           MOVE WS-HOY(1:8) TO WS-HOY-YYYYMMDD
           MOVE WS-HOY(1:4) TO WS-ANIO-HOY
           MOVE 0 TO NUM-MATCHES
           OPEN OUTPUT WORK-ORDEN
           IF ORDEN-STATUS NOT = "00"
               DISPLAY "Error al crear ordena-entrada.tmp: "
                   ORDEN-STATUS
           ELSE
               MOVE LOW-VALUES TO C-NOMBRE
               MOVE 'N' TO EOF-FLAG
               START CONTACTOS-FILE KEY IS NOT LESS THAN C-NOMBRE
                   INVALID KEY MOVE 'S' TO EOF-FLAG
               END-START
               PERFORM UNTIL EOF-FLAG = 'S'
                   READ CONTACTOS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-FLAG
                       NOT AT END
                           MOVE C-FECHA TO CUMPLE-FECHA-ACT
                           PERFORM CALCULAR-PROXIMO-CUMPLE
                           IF WS-DIFF-DIAS >= 0
                               AND WS-DIFF-DIAS <= WS-DIAS-VENTANA
                               ADD 1 TO NUM-MATCHES
                               MOVE WS-DIFF-DIAS TO CW-DIAS
                               MOVE C-NOMBRE TO CW-NOMBRE
                               MOVE C-FECHA TO CW-FECHA
                               MOVE C-TELEFONO TO CW-TELEFONO
                               MOVE C-EMAIL TO CW-EMAIL
                               MOVE C-CATEGORIA TO CW-CATEGORIA
                               MOVE SPACES TO ORDEN-REGISTRO
                               MOVE CUMPLE-DET TO ORDEN-REGISTRO
                               WRITE ORDEN-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-ORDEN
               SORT ORDENA-FILE ON ASCENDING KEY ORDENA-CLAVE
                   USING WORK-ORDEN GIVING WORK-ORDENADO
           END-IF.

      * Computes WS-DIFF-DIAS = days from today to the next birthday
      * of the DD/MM loaded in CUMPLE-FECHA-ACT, rolling over into
      * WS-ANIO-HOY + 1 when this year's date has already passed. A
      * 29/02 birthday has no occurrence in a non-leap year (FUNCTION
      * INTEGER-OF-DATE would return 0 and corrupt WS-DIFF-DIAS), so
      * that case is routed to BUSCAR-PROX-BISIESTO instead of the
      * plain this-year/next-year check below.
       CALCULAR-PROXIMO-CUMPLE.
           MOVE CUMPLE-FECHA-ACT(1:2) TO WS-DIA
           MOVE CUMPLE-FECHA-ACT(4:2) TO WS-MES
           IF WS-MES = 2 AND WS-DIA = 29
               MOVE WS-ANIO-HOY TO WS-ANIO-BISIESTO
               PERFORM BUSCAR-PROX-BISIESTO
               COMPUTE WS-BDAY-YYYYMMDD = WS-ANIO-BISIESTO * 10000
                   + 0229
               COMPUTE WS-DIFF-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-BDAY-YYYYMMDD)
                   - FUNCTION INTEGER-OF-DATE(WS-HOY-YYYYMMDD)
               IF WS-DIFF-DIAS < 0
                   ADD 1 TO WS-ANIO-BISIESTO
                   PERFORM BUSCAR-PROX-BISIESTO
                   COMPUTE WS-BDAY-YYYYMMDD = WS-ANIO-BISIESTO * 10000
                       + 0229
                   COMPUTE WS-DIFF-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-BDAY-YYYYMMDD)
                       - FUNCTION INTEGER-OF-DATE(WS-HOY-YYYYMMDD)
               END-IF
           ELSE
               COMPUTE WS-BDAY-YYYYMMDD = WS-ANIO-HOY * 10000
                   + FUNCTION NUMVAL(CUMPLE-FECHA-ACT(4:2)) * 100
                   + FUNCTION NUMVAL(CUMPLE-FECHA-ACT(1:2))
               COMPUTE WS-DIFF-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-BDAY-YYYYMMDD)
                   - FUNCTION INTEGER-OF-DATE(WS-HOY-YYYYMMDD)
               IF WS-DIFF-DIAS < 0
                   COMPUTE WS-BDAY-YYYYMMDD = (WS-ANIO-HOY + 1) * 10000
                       + FUNCTION NUMVAL(CUMPLE-FECHA-ACT(4:2)) * 100
                       + FUNCTION NUMVAL(CUMPLE-FECHA-ACT(1:2))
                   COMPUTE WS-DIFF-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-BDAY-YYYYMMDD)
                       - FUNCTION INTEGER-OF-DATE(WS-HOY-YYYYMMDD)
               END-IF
           END-IF.

      * Advances WS-ANIO-BISIESTO forward (never backward) to the next
      * year that is itself a leap year, using the standard Gregorian
      * rule.
       BUSCAR-PROX-BISIESTO.
           PERFORM UNTIL FUNCTION MOD(WS-ANIO-BISIESTO, 4) = 0
                   AND (FUNCTION MOD(WS-ANIO-BISIESTO, 100) NOT = 0
                       OR FUNCTION MOD(WS-ANIO-BISIESTO, 400) = 0)
               ADD 1 TO WS-ANIO-BISIESTO
           END-PERFORM.

      * Writes cumpleanos.rpt from the sorted hits that
      * BUSCAR-CUMPLEANOS-VENTANA left in ordena-salida.tmp.
       ESCRIBIR-REPORTE-CUMPLEANOS.
           OPEN OUTPUT RPT-CUMPLEANOS
           IF RPT-STATUS NOT = "00"
               DISPLAY "Error al crear cumpleanos.rpt: " RPT-STATUS
           ELSE
               STRING "Proximos cumpleanios (ventana " DELIMITED BY SIZE
                   WS-DIAS-VENTANA DELIMITED BY SIZE
                   " dias) - generado " DELIMITED BY SIZE
                   WS-HOY(1:8) DELIMITED BY SIZE
                   INTO RPT-CUMPLE-LINEA
               END-STRING
               WRITE RPT-CUMPLE-LINEA
               MOVE ALL "-" TO RPT-CUMPLE-LINEA
               WRITE RPT-CUMPLE-LINEA

               IF NUM-MATCHES = 0
                   MOVE "Sin cumpleanios en la ventana solicitada."
                       TO RPT-CUMPLE-LINEA
                   WRITE RPT-CUMPLE-LINEA
               ELSE
                   OPEN INPUT WORK-ORDENADO
                   MOVE 'N' TO ORDEN-EOF
                   PERFORM UNTIL ORDEN-EOF = 'S'
                           NOT AT END
                               MOVE ORDENADO-REGISTRO(1:103)
                                   TO CUMPLE-DET
                               PERFORM ESCRIBIR-LINEA-CUMPLE
                       END-READ
                   END-PERFORM
                   CLOSE WORK-ORDENADO
               END-IF
               CLOSE RPT-CUMPLEANOS
               DISPLAY "Reporte escrito en cumpleanos.rpt ("
                   NUM-MATCHES " contactos)."
           END-IF
           .

       ESCRIBIR-LINEA-CUMPLE.
           MOVE SPACES TO RPT-CUMPLE-LINEA
           STRING "Nombre: " DELIMITED BY SIZE
               CW-NOMBRE DELIMITED BY SIZE
               " Fecha: " DELIMITED BY SIZE
               CW-FECHA DELIMITED BY SIZE
               " Dias: " DELIMITED BY SIZE
               CW-DIAS DELIMITED BY SIZE
               INTO RPT-CUMPLE-LINEA
           END-STRING
           WRITE RPT-CUMPLE-LINEA
           MOVE SPACES TO RPT-CUMPLE-LINEA
           STRING "  Telefono: " DELIMITED BY SIZE
               CW-TELEFONO DELIMITED BY SIZE
               " Email: " DELIMITED BY SIZE
               CW-EMAIL DELIMITED BY SIZE
               INTO RPT-CUMPLE-LINEA
           END-STRING
           WRITE RPT-CUMPLE-LINEA.

      * Walks contactos.dat directly in ascending key order via
      * START/READ NEXT instead of loading the table and bubble-
      * sorting it (request 009) — C-NOMBRE is already the RECORD KEY,
      * so the indexed file gives us the sorted order for free.
       LISTAR-TODOS.
           MOVE 0 TO CONTADOR
           MOVE LOW-VALUES TO C-NOMBRE
           MOVE 'N' TO EOF-FLAG
           START CONTACTOS-FILE KEY IS NOT LESS THAN C-NOMBRE
               INVALID KEY MOVE 'S' TO EOF-FLAG
           END-START
           DISPLAY "=== LISTA COMPLETA DE CONTACTOS ==="
           PERFORM UNTIL EOF-FLAG = 'S'
               READ CONTACTOS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO CONTADOR
                       DISPLAY "Contacto #" CONTADOR
                       DISPLAY "Nombre: " C-NOMBRE
                       DISPLAY "Cumpleanios: " C-FECHA
                       DISPLAY "Anio nacimiento: " C-ANIO
                       DISPLAY "Telefono: " C-TELEFONO
                       DISPLAY "Email: " C-EMAIL
                       DISPLAY "Categoria: " C-CATEGORIA
                       DISPLAY "---------------------"
               END-READ
           END-PERFORM.

      * Filters the indexed file to one category at a time, walked
      * directly with START/READ NEXT like LISTAR-TODOS.
       LISTAR-POR-CATEGORIA.
           DISPLAY "Categoria a listar: "
           ACCEPT T-CATEGORIA
           DISPLAY "=== CONTACTOS EN CATEGORIA " T-CATEGORIA " ==="
           MOVE LOW-VALUES TO C-NOMBRE
           MOVE 'N' TO EOF-FLAG
           START CONTACTOS-FILE KEY IS NOT LESS THAN C-NOMBRE
               INVALID KEY MOVE 'S' TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = 'S'
               READ CONTACTOS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-FLAG
                   NOT AT END
                       IF C-CATEGORIA = T-CATEGORIA
                           DISPLAY "Nombre: " C-NOMBRE
                           DISPLAY "Telefono: " C-TELEFONO
                           DISPLAY "Email: " C-EMAIL
                       END-IF
               END-READ
           END-PERFORM.

      * Writes every contact to contactos.csv as
      * NOMBRE,FECHA,ANIO,TELEFONO,EMAIL,CATEGORIA, for the email
      * marketing and phone-contacts tools. Walks the indexed file
      * directly, so the export is complete whatever the contact
      * count. A contact who opted out of email or telephone is left
      * out (the file feeds both the mailing and the phone tools).
      * Asked for, a household gets one row, its primary's, with a
      * quoted SALUDO column naming every member exported.
       EXPORT-CSV.
           DISPLAY "Una sola fila por hogar (S/N): "
           ACCEPT HOG-CAP
           MOVE 'N' TO HOG-MODO
           IF FUNCTION UPPER-CASE(HOG-CAP) = "S"
               MOVE 'S' TO HOG-MODO
           END-IF
           PERFORM EJECUTAR-EXPORTACION.

       EJECUTAR-EXPORTACION.
           PERFORM PREPARAR-HOGARES
           OPEN OUTPUT CSV-FILE
           IF HOG-MODO = 'S'
               MOVE "NOMBRE,FECHA,ANIO,TELEFONO,EMAIL,CATEGORIA,SALUDO"
                   TO CSV-LINEA
           ELSE
               MOVE "NOMBRE,FECHA,ANIO,TELEFONO,EMAIL,CATEGORIA"
                   TO CSV-LINEA
           END-IF
           WRITE CSV-LINEA
           MOVE 0 TO CONTADOR
           MOVE 0 TO CONS-SUPR-EMAIL
           MOVE 0 TO CONS-SUPR-TELEFONO
           MOVE 0 TO REB-SUPR-SIN-EMAIL
           MOVE 0 TO REB-SUSTITUIDOS
           MOVE LOW-VALUES TO C-NOMBRE
           MOVE 'N' TO EOF-FLAG
           START CONTACTOS-FILE KEY IS NOT LESS THAN C-NOMBRE
               INVALID KEY MOVE 'S' TO EOF-FLAG
           END-START
           PERFORM UNTIL EOF-FLAG = 'S'
               READ CONTACTOS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-FLAG
                   NOT AT END
                       PERFORM ESCRIBIR-FILA-CSV
               END-READ
           END-PERFORM
           IF HOG-MODO = 'S'
               PERFORM EMITIR-CSV-HOGAR
           END-IF
           CLOSE CSV-FILE
           DISPLAY "Exportados " CONTADOR
               " contactos a contactos.csv"
           DISPLAY "Suprimidos por consentimiento: "
               CONS-SUPR-EMAIL " (no desea emails), "
               CONS-SUPR-TELEFONO " (no desea llamadas)"
           DISPLAY "Suprimidos por email rebotado: "
               REB-SUPR-SIN-EMAIL " (sin email utilizable); "
               REB-SUSTITUIDOS " con el email alternativo"
           IF HOG-MODO = 'S'
               DISPLAY "Agrupados por hogar: " HOG-AGRUPADOS
                   " (nombrados en la fila de su hogar)"
           END-IF.

      * One CSV row for the contact in the FD area. contactos.csv is
      * also what IMPORTAR-CSV ACTUALIZAR reads back, so an opted-out
      * field cannot simply go out blank (the import would wipe it):
      * the contact is left out of the file instead. A primary email
      * that bounced is replaced by the usable one on file (the same
      * one the letters go to); with none left the contact is left
      * out as well.
       ESCRIBIR-FILA-CSV.
           MOVE C-NOMBRE TO CONS-NOMBRE-BUS
           PERFORM CARGAR-CONSENTIMIENTO
           MOVE C-EMAIL TO T-EMAIL
           MOVE 'S' TO CSV-INCLUIR
           IF CONS-NO-EMAIL = 'S'
               ADD 1 TO CONS-SUPR-EMAIL
               MOVE 'N' TO CSV-INCLUIR
           ELSE
               IF CONS-NO-TELEFONO = 'S'
                   ADD 1 TO CONS-SUPR-TELEFONO
                   MOVE 'N' TO CSV-INCLUIR
               END-IF
           END-IF
           IF CSV-INCLUIR = 'S' AND C-EMAIL NOT = SPACES
               MOVE C-NOMBRE TO COMU-NOMBRE-CAP
               MOVE C-EMAIL TO COMU-EMAIL-PRINCIPAL
               PERFORM BUSCAR-EMAIL-PREFERIDO
               IF COMU-PRINCIPAL-REBOTADO = 'S'
                   IF COMU-EMAIL-UTIL = SPACES
                       ADD 1 TO REB-SUPR-SIN-EMAIL
                       MOVE 'N' TO CSV-INCLUIR
                   ELSE
                       MOVE COMU-EMAIL-UTIL TO T-EMAIL
                       ADD 1 TO REB-SUSTITUIDOS
                   END-IF
               END-IF
           END-IF
           IF CSV-INCLUIR = 'S'
               MOVE C-NOMBRE TO HOG-NOMBRE-BUS
               PERFORM AGRUPAR-EN-HOGAR
               IF HOG-DIFERIDO NOT = 'S'
                   PERFORM ESCRIBIR-LINEA-CSV
               END-IF
           END-IF.

      * The row of the contact in the FD area, email in T-EMAIL; the
      * SALUDO column is quoted as it may carry commas.
       ESCRIBIR-LINEA-CSV.
           ADD 1 TO CONTADOR
           MOVE SPACES TO CSV-LINEA
           MOVE 1 TO HOG-PTR
           STRING FUNCTION TRIM(C-NOMBRE)
               DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(C-FECHA) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(C-ANIO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(C-TELEFONO)
               DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(T-EMAIL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(C-CATEGORIA)
               DELIMITED BY SIZE
               INTO CSV-LINEA
               WITH POINTER HOG-PTR
           END-STRING
           IF HOG-MODO = 'S'
               IF HOG-SALUDO = SPACES
                   STRING ',"' DELIMITED BY SIZE
                       FUNCTION TRIM(C-NOMBRE) DELIMITED BY SIZE
                       '"' DELIMITED BY SIZE
                       INTO CSV-LINEA
                       WITH POINTER HOG-PTR
                   END-STRING
               ELSE
                   STRING ',"' DELIMITED BY SIZE
                       FUNCTION TRIM(HOG-SALUDO) DELIMITED BY SIZE
                       '"' DELIMITED BY SIZE
                       INTO CSV-LINEA
                       WITH POINTER HOG-PTR
                   END-STRING
               END-IF
           END-IF
           WRITE CSV-LINEA.

      * vCard export for the phones and the front-desk handset, which
      * only import .vcf: one VERSION:3.0 card per contact with name,
      * telephone(s), email(s), category and the birthday built from
      * C-FECHA/C-ANIO (year unknown = the --MM-DD form). The
      * additional numbers and addresses in comunicaciones.dat ride
      * along with their type. One category or all of them.
       EXPORTAR-VCF.
           DISPLAY "Categoria a exportar (vacio = todas): "
           ACCEPT VCF-CATEGORIA
           PERFORM EJECUTAR-EXPORT-VCF.

       EJECUTAR-EXPORT-VCF.
           MOVE 0 TO VCF-RC
           MOVE 0 TO VCF-NUM
           MOVE 0 TO CONS-SUPR-CONTACTOS
           MOVE 0 TO CONS-SUPR-EMAIL
           MOVE 0 TO CONS-SUPR-TELEFONO
           OPEN OUTPUT VCF-FILE
           IF VCF-STATUS NOT = "00"
               DISPLAY "Error al crear contactos.vcf: " VCF-STATUS
               MOVE 8 TO VCF-RC
           ELSE
               MOVE LOW-VALUES TO C-NOMBRE
               MOVE 'N' TO EOF-FLAG
               START CONTACTOS-FILE KEY IS NOT LESS THAN C-NOMBRE
                   INVALID KEY MOVE 'S' TO EOF-FLAG
               END-START
               PERFORM UNTIL EOF-FLAG = 'S'
                   READ CONTACTOS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-FLAG
                       NOT AT END
                           IF VCF-CATEGORIA = SPACES
                               OR C-CATEGORIA = VCF-CATEGORIA
                               PERFORM EVALUAR-TARJETA-VCF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VCF-FILE
               DISPLAY "Exportados " VCF-NUM
                   " contactos a contactos.vcf"
               DISPLAY "Suprimidos por consentimiento: "
                   CONS-SUPR-CONTACTOS " contacto(s) sin canal "
                   "permitido, " CONS-SUPR-EMAIL " sin email, "
                   CONS-SUPR-TELEFONO " sin telefono"
           END-IF.

      * The handsets are not read back, so here consent works per
      * channel: a card carries no line of a channel the person opted
      * out of, and no card is written for someone opted out of both
      * email and telephone. Bounced addresses are left off the card.
       EVALUAR-TARJETA-VCF.
           MOVE C-NOMBRE TO CONS-NOMBRE-BUS
           PERFORM CARGAR-CONSENTIMIENTO
           IF CONS-NO-EMAIL = 'S' AND CONS-NO-TELEFONO = 'S'
               ADD 1 TO CONS-SUPR-CONTACTOS
           ELSE
               IF CONS-NO-EMAIL = 'S'
                   ADD 1 TO CONS-SUPR-EMAIL
               END-IF
               IF CONS-NO-TELEFONO = 'S'
                   ADD 1 TO CONS-SUPR-TELEFONO
               END-IF
               MOVE C-NOMBRE TO COMU-NOMBRE-CAP
               MOVE C-EMAIL TO COMU-EMAIL-PRINCIPAL
               PERFORM BUSCAR-EMAIL-PREFERIDO
               ADD 1 TO VCF-NUM
               PERFORM ESCRIBIR-TARJETA-VCF
           END-IF.

       ESCRIBIR-TARJETA-VCF.
           MOVE "BEGIN:VCARD" TO VCF-LINEA
           WRITE VCF-LINEA
           MOVE "VERSION:3.0" TO VCF-LINEA
           WRITE VCF-LINEA
           MOVE SPACES TO VCF-LINEA
           STRING "N:" DELIMITED BY SIZE
               FUNCTION TRIM(C-NOMBRE) DELIMITED BY SIZE
               INTO VCF-LINEA
           END-STRING
           WRITE VCF-LINEA
           MOVE SPACES TO VCF-LINEA
           STRING "FN:" DELIMITED BY SIZE
               FUNCTION TRIM(C-NOMBRE) DELIMITED BY SIZE
               INTO VCF-LINEA
           END-STRING
           WRITE VCF-LINEA
           IF C-TELEFONO NOT = SPACES AND CONS-NO-TELEFONO NOT = 'S'
               MOVE SPACES TO VCF-LINEA
               STRING "TEL;TYPE=voice:" DELIMITED BY SIZE
                   FUNCTION TRIM(C-TELEFONO) DELIMITED BY SIZE
                   INTO VCF-LINEA
               END-STRING
               WRITE VCF-LINEA
           END-IF
           IF C-EMAIL NOT = SPACES AND CONS-NO-EMAIL NOT = 'S'
               AND COMU-PRINCIPAL-REBOTADO NOT = 'S'
               MOVE SPACES TO VCF-LINEA
               STRING "EMAIL:" DELIMITED BY SIZE
                   FUNCTION TRIM(C-EMAIL) DELIMITED BY SIZE
                   INTO VCF-LINEA
               END-STRING
               WRITE VCF-LINEA
           END-IF
           PERFORM ESCRIBIR-COMUNICACIONES-VCF
           IF C-CATEGORIA NOT = SPACES
               MOVE SPACES TO VCF-LINEA
               STRING "CATEGORIES:" DELIMITED BY SIZE
                   FUNCTION TRIM(C-CATEGORIA) DELIMITED BY SIZE
                   INTO VCF-LINEA
               END-STRING
               WRITE VCF-LINEA
           END-IF
           PERFORM ESCRIBIR-BDAY-VCF
           MOVE "END:VCARD" TO VCF-LINEA
           WRITE VCF-LINEA.

      * The extra telephones/emails of the contact in the FD area,
      * each tagged with its comunicaciones.dat type (movil, trabajo,
      * casa, ...). Same per-contact scan as
      * LISTAR-INTERACCIONES-CONTACTO.
       ESCRIBIR-COMUNICACIONES-VCF.
           OPEN INPUT COMUNICACIONES-FILE
           IF COMU-STATUS = "00"
               MOVE 'N' TO COMU-EOF
               PERFORM UNTIL COMU-EOF = 'S'
                   READ COMUNICACIONES-FILE
                       AT END
                           MOVE 'S' TO COMU-EOF
                       NOT AT END
                           IF CO-NOMBRE = C-NOMBRE
                               PERFORM ESCRIBIR-LINEA-COMU-VCF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMUNICACIONES-FILE
           END-IF.

       ESCRIBIR-LINEA-COMU-VCF.
           MOVE 0 TO WS-AT-COUNT
           INSPECT CO-VALOR TALLYING WS-AT-COUNT FOR ALL "@"
           MOVE SPACES TO VCF-LINEA
           IF WS-AT-COUNT > 0
               IF CONS-NO-EMAIL NOT = 'S' AND CO-ESTADO NOT = 'R'
                   STRING "EMAIL;TYPE=" DELIMITED BY SIZE
                       FUNCTION TRIM(CO-TIPO) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       FUNCTION TRIM(CO-VALOR) DELIMITED BY SIZE
                       INTO VCF-LINEA
                   END-STRING
               END-IF
           ELSE
               IF CONS-NO-TELEFONO NOT = 'S'
                   STRING "TEL;TYPE=" DELIMITED BY SIZE
                       FUNCTION TRIM(CO-TIPO) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       FUNCTION TRIM(CO-VALOR) DELIMITED BY SIZE
                       INTO VCF-LINEA
                   END-STRING
               END-IF
           END-IF
           IF VCF-LINEA NOT = SPACES
               WRITE VCF-LINEA
           END-IF.

      * BDAY from the DD/MM birthday and the optional birth year:
      * AAAA-MM-DD when the year is known, the year-less --MM-DD form
      * otherwise. A blank/invalid DD/MM leaves the card without BDAY.
       ESCRIBIR-BDAY-VCF.
           IF C-FECHA(1:2) NUMERIC AND C-FECHA(4:2) NUMERIC
               MOVE SPACES TO VCF-LINEA
               IF C-ANIO NUMERIC AND C-ANIO NOT = "0000"
                   STRING "BDAY:" DELIMITED BY SIZE
                       C-ANIO DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       C-FECHA(4:2) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       C-FECHA(1:2) DELIMITED BY SIZE
                       INTO VCF-LINEA
                   END-STRING
               ELSE
                   STRING "BDAY:--" DELIMITED BY SIZE
                       C-FECHA(4:2) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       C-FECHA(1:2) DELIMITED BY SIZE
                       INTO VCF-LINEA
                   END-STRING
               END-IF
               WRITE VCF-LINEA
           END-IF.

      * Calendar export for staff who work from Outlook/Google: every
      * contact with a DD/MM birthday becomes a yearly all-day event
      * and every follow-up date in interacciones.dat a dated one, in
      * contactos.ics. Same category filter as EXPORTAR-VCF. The UIDs
      * are built only from stored data (name, dates, type), so
      * importing the nightly file again updates the events already
      * in the calendar instead of duplicating them.
       EXPORTAR-ICS.
           DISPLAY "Categoria a exportar (vacio = todas): "
           ACCEPT ICS-CATEGORIA
           PERFORM EJECUTAR-EXPORT-ICS.

      * ICS-RC: 0 = written, 8 = contactos.ics (or the sort work file
      * for the follow-ups) could not be created.
       EJECUTAR-EXPORT-ICS.
           MOVE 0 TO ICS-RC
           MOVE 0 TO ICS-CUMPLES
           MOVE 0 TO ICS-SEGUIMIENTOS
           MOVE 0 TO ICS-CANCELADOS
           MOVE FUNCTION CURRENT-DATE TO WS-HOY
           MOVE WS-HOY(1:8) TO WS-HOY-YYYYMMDD
           MOVE WS-HOY(1:4) TO WS-ANIO-HOY
           MOVE WS-HOY(5:4) TO WS-MMDD-HOY
           PERFORM CALCULAR-DTSTAMP-ICS
           OPEN OUTPUT ICS-FILE
           IF ICS-STATUS NOT = "00"
               DISPLAY "Error al crear contactos.ics: " ICS-STATUS
               MOVE 8 TO ICS-RC
           ELSE
               MOVE "BEGIN:VCALENDAR" TO ICS-LINEA-TRAB
               PERFORM ESCRIBIR-LINEA-ICS
               MOVE "VERSION:2.0" TO ICS-LINEA-TRAB
               PERFORM ESCRIBIR-LINEA-ICS
               MOVE "PRODID:-//Gestor de Contactos//ES"
                   TO ICS-LINEA-TRAB
               PERFORM ESCRIBIR-LINEA-ICS
               MOVE "CALSCALE:GREGORIAN" TO ICS-LINEA-TRAB
               PERFORM ESCRIBIR-LINEA-ICS
               MOVE "X-WR-CALNAME:Contactos" TO ICS-LINEA-TRAB
               PERFORM ESCRIBIR-LINEA-ICS
               PERFORM ESCRIBIR-CUMPLES-ICS
               PERFORM ESCRIBIR-SEGUIMIENTOS-ICS
               MOVE "END:VCALENDAR" TO ICS-LINEA-TRAB
               PERFORM ESCRIBIR-LINEA-ICS
               CLOSE ICS-FILE
               DISPLAY "Calendario escrito en contactos.ics: "
                   ICS-CUMPLES " cumpleanos, " ICS-SEGUIMIENTOS
                   " seguimientos abiertos, " ICS-CANCELADOS
                   " cerrados (cancelados en el calendario)"
           END-IF.

      * DTSTAMP must be UTC: the local CURRENT-DATE is shifted by its
      * own offset from Greenwich (no offset available = taken as
      * already UTC).
       CALCULAR-DTSTAMP-ICS.
           MOVE 0 TO ICS-DESFASE
           IF (WS-HOY(17:1) = "+" OR WS-HOY(17:1) = "-")
               AND WS-HOY(18:4) NUMERIC
               COMPUTE ICS-DESFASE =
                   FUNCTION NUMVAL(WS-HOY(18:2)) * 60
                   + FUNCTION NUMVAL(WS-HOY(20:2))
               IF WS-HOY(17:1) = "-"
                   COMPUTE ICS-DESFASE = 0 - ICS-DESFASE
               END-IF
           END-IF
           COMPUTE ICS-MINUTOS =
               FUNCTION INTEGER-OF-DATE(WS-HOY-YYYYMMDD) * 1440
               + FUNCTION NUMVAL(WS-HOY(9:2)) * 60
               + FUNCTION NUMVAL(WS-HOY(11:2))
               - ICS-DESFASE
           COMPUTE ICS-DIAS = ICS-MINUTOS / 1440
           COMPUTE ICS-MIN-DIA = ICS-MINUTOS - ICS-DIAS * 1440
           COMPUTE ICS-FECHA-UTC = FUNCTION DATE-OF-INTEGER(ICS-DIAS)
           COMPUTE ICS-HH-UTC = ICS-MIN-DIA / 60
           COMPUTE ICS-MM-UTC = ICS-MIN-DIA - ICS-HH-UTC * 60
           MOVE SPACES TO ICS-DTSTAMP
           STRING ICS-FECHA-UTC DELIMITED BY SIZE
               "T" DELIMITED BY SIZE
               ICS-HH-UTC DELIMITED BY SIZE
               ICS-MM-UTC DELIMITED BY SIZE
               WS-HOY(13:2) DELIMITED BY SIZE
               "Z" DELIMITED BY SIZE
               INTO ICS-DTSTAMP
           END-STRING.

      * Same full walk and category test as EJECUTAR-EXPORT-VCF; a
      * blank or unparseable DD/MM gives no event. Consent is not
      * consulted: the calendar is for staff and contacts nobody.
       ESCRIBIR-CUMPLES-ICS.
           MOVE LOW-VALUES TO C-NOMBRE
           MOVE 'N' TO EOF-FLAG
           START CONTACTOS-FILE KEY IS NOT LESS THAN C-NOMBRE
                   AT END
                       MOVE 'S' TO EOF-FLAG
                   NOT AT END
                       IF (ICS-CATEGORIA = SPACES
                           OR C-CATEGORIA = ICS-CATEGORIA)
                           AND C-FECHA(1:2) NUMERIC
                           AND C-FECHA(4:2) NUMERIC
                           PERFORM ESCRIBIR-CUMPLE-ICS
                       END-IF
               END-READ
           END-PERFORM.

      * One yearly event per birthday. With a known birth year the
      * series starts on the day of birth, the title carries the year
      * and the description the age turned at the next occurrence;
      * without it the series starts in 2000, a fixed leap year, so
      * the event stays identical from one night to the next. A 29/02
      * birthday recurs on the last day of February.
       ESCRIBIR-CUMPLE-ICS.
           ADD 1 TO ICS-CUMPLES
           PERFORM CALCULAR-EDAD-CONTACTO
           MOVE SPACES TO ICS-FECHA-EVENTO
           IF WS-EDAD < 0
               STRING "2000" DELIMITED BY SIZE
                   C-FECHA(4:2) DELIMITED BY SIZE
                   C-FECHA(1:2) DELIMITED BY SIZE
                   INTO ICS-FECHA-EVENTO
               END-STRING
           ELSE
               STRING C-ANIO DELIMITED BY SIZE
                   C-FECHA(4:2) DELIMITED BY SIZE
                   C-FECHA(1:2) DELIMITED BY SIZE
                   INTO ICS-FECHA-EVENTO
               END-STRING
           END-IF
           MOVE C-NOMBRE TO ICS-TEXTO-ENT
           PERFORM ARMAR-UID-ICS
           MOVE "BEGIN:VEVENT" TO ICS-LINEA-TRAB
           PERFORM ESCRIBIR-LINEA-ICS
           MOVE SPACES TO ICS-LINEA-TRAB
           STRING "UID:cumple-" DELIMITED BY SIZE
               FUNCTION TRIM(ICS-UID-BASE) DELIMITED BY SIZE
               "@gestor-contactos" DELIMITED BY SIZE
               INTO ICS-LINEA-TRAB
           END-STRING
           PERFORM ESCRIBIR-LINEA-ICS
           PERFORM ESCRIBIR-DTSTAMP-ICS
           MOVE SPACES TO ICS-LINEA-TRAB
           STRING "DTSTART;VALUE=DATE:" DELIMITED BY SIZE
               ICS-FECHA-EVENTO DELIMITED BY SIZE
               INTO ICS-LINEA-TRAB
           END-STRING
           PERFORM ESCRIBIR-LINEA-ICS
           IF C-FECHA = "29/02"
               MOVE "RRULE:FREQ=YEARLY;BYMONTH=2;BYMONTHDAY=-1"
                   TO ICS-LINEA-TRAB
           ELSE
               MOVE "RRULE:FREQ=YEARLY" TO ICS-LINEA-TRAB
           END-IF
           PERFORM ESCRIBIR-LINEA-ICS
           PERFORM ESCAPAR-TEXTO-ICS
           MOVE SPACES TO ICS-LINEA-TRAB
           IF WS-EDAD < 0
               STRING "SUMMARY:Cumpleanos: " DELIMITED BY SIZE
                   FUNCTION TRIM(ICS-TEXTO-SAL) DELIMITED BY SIZE
                   INTO ICS-LINEA-TRAB
               END-STRING
           ELSE
               STRING "SUMMARY:Cumpleanos: " DELIMITED BY SIZE
                   FUNCTION TRIM(ICS-TEXTO-SAL) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   C-ANIO DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO ICS-LINEA-TRAB
               END-STRING
           END-IF
           PERFORM ESCRIBIR-LINEA-ICS
           MOVE SPACES TO ICS-LINEA-TRAB
           IF WS-EDAD < 0
               MOVE "DESCRIPTION:Anio de nacimiento desconocido"
                   TO ICS-LINEA-TRAB
           ELSE
               MOVE WS-EDAD-PROX TO ICS-EDAD-ED
               STRING "DESCRIPTION:Cumple " DELIMITED BY SIZE
                   FUNCTION TRIM(ICS-EDAD-ED) DELIMITED BY SIZE
                   " anios el " DELIMITED BY SIZE
                   WS-BDAY-YYYYMMDD(7:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-BDAY-YYYYMMDD(5:2) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-BDAY-YYYYMMDD(1:4) DELIMITED BY SIZE
                   INTO ICS-LINEA-TRAB
               END-STRING
           END-IF
           PERFORM ESCRIBIR-LINEA-ICS
           IF C-CATEGORIA NOT = SPACES
               MOVE C-CATEGORIA TO ICS-TEXTO-ENT
               PERFORM ESCAPAR-TEXTO-ICS
               MOVE SPACES TO ICS-LINEA-TRAB
               STRING "CATEGORIES:" DELIMITED BY SIZE
                   FUNCTION TRIM(ICS-TEXTO-SAL) DELIMITED BY SIZE
                   INTO ICS-LINEA-TRAB
               END-STRING
               PERFORM ESCRIBIR-LINEA-ICS
           END-IF
           MOVE "TRANSP:TRANSPARENT" TO ICS-LINEA-TRAB
           PERFORM ESCRIBIR-LINEA-ICS
           MOVE "END:VEVENT" TO ICS-LINEA-TRAB
           PERFORM ESCRIBIR-LINEA-ICS.

      * Follow-ups: interacciones.dat is copied to the sort work file
      * with its position counted down, so each contact's interactions
      * come back newest first. Walking them that way, a follow-up is
      * still open if no operator-logged interaction came after it;
      * once one did, the follow-up was dealt with and goes out as a
      * cancelled event under the same UID, which takes it off the
      * calendars that imported it earlier.
       ESCRIBIR-SEGUIMIENTOS-ICS.
           MOVE 0 TO ICS-POSICION
           OPEN OUTPUT WORK-ORDEN
           IF ORDEN-STATUS NOT = "00"
               DISPLAY "Error al crear ordena-entrada.tmp: "
                   ORDEN-STATUS
               MOVE 8 TO ICS-RC
           ELSE
               PERFORM EXTRAER-SEGUIMIENTOS-ICS
               CLOSE WORK-ORDEN
               SORT ORDENA-FILE ON ASCENDING KEY ORDENA-CLAVE
                   USING WORK-ORDEN GIVING WORK-ORDENADO
               PERFORM RECORRER-SEGUIMIENTOS-ICS
           END-IF.

      * Only interactions that carry a follow-up or can close one are
      * of interest. Campaign mailings and bounce notices are logged
      * by the program itself and close nothing.
       EXTRAER-SEGUIMIENTOS-ICS.
           OPEN INPUT INTERACCIONES-FILE
           IF INTER-STATUS = "00"
               MOVE 'N' TO INTER-EOF
                       AT END
                           MOVE 'S' TO INTER-EOF
                       NOT AT END
                           ADD 1 TO ICS-POSICION
                           PERFORM CLASIFICAR-INTERACCION-ICS
                   END-READ
               END-PERFORM
               CLOSE INTERACCIONES-FILE
           END-IF.

       CLASIFICAR-INTERACCION-ICS.
           MOVE SPACES TO ICS-SEG-DET
           MOVE 'S' TO IC-MANUAL
           IF FUNCTION UPPER-CASE(IN-TIPO) = "CAMPANA"
               OR IN-NOTA(1:8) = "Rebote: "
               MOVE 'N' TO IC-MANUAL
           END-IF
           IF IC-MANUAL = 'S' OR IN-SEGUIMIENTO NOT = SPACES
               MOVE IN-NOMBRE TO IC-NOMBRE
               COMPUTE IC-ORDEN = 9999999 - ICS-POSICION
               MOVE IN-FECHA TO IC-FECHA
               MOVE IN-TIPO TO IC-TIPO
               MOVE IN-NOTA TO IC-NOTA
               MOVE IN-SEGUIMIENTO TO IC-SEGUIMIENTO
               MOVE SPACES TO ORDEN-REGISTRO
               MOVE ICS-SEG-DET TO ORDEN-REGISTRO
               WRITE ORDEN-REGISTRO
           END-IF.

      * The category test is made once per contact, on the first
      * (newest) row of the contact. A follow-up of a contact no
      * longer in contactos.dat is still exported, marked as such,
      * but only when no category was asked for.
       RECORRER-SEGUIMIENTOS-ICS.
           OPEN INPUT WORK-ORDENADO
           IF ORDENADO-STATUS = "00"
               MOVE HIGH-VALUES TO ICS-NOMBRE-ANT
               MOVE 'N' TO ORDEN-EOF
               PERFORM UNTIL ORDEN-EOF = 'S'
                   READ WORK-ORDENADO
                       AT END
                           MOVE 'S' TO ORDEN-EOF
                       NOT AT END
                           MOVE ORDENADO-REGISTRO(1:132)
                               TO ICS-SEG-DET
                           IF IC-NOMBRE NOT = ICS-NOMBRE-ANT
                               MOVE IC-NOMBRE TO ICS-NOMBRE-ANT
                               MOVE 'N' TO ICS-CERRADO
                               PERFORM FILTRAR-CONTACTO-ICS
                           END-IF
                           IF IC-SEGUIMIENTO NOT = SPACES
                               AND ICS-INCLUIR = 'S'
                               PERFORM ESCRIBIR-SEGUIMIENTO-ICS
                           END-IF
                           IF IC-MANUAL = 'S'
                               MOVE 'S' TO ICS-CERRADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-ORDENADO
           END-IF.

       FILTRAR-CONTACTO-ICS.
           MOVE 'N' TO ICS-INCLUIR
           MOVE 'N' TO ICS-BAJA
           MOVE IC-NOMBRE TO C-NOMBRE
           READ CONTACTOS-FILE
               INVALID KEY
                   MOVE 'S' TO ICS-BAJA
                   IF ICS-CATEGORIA = SPACES
                       MOVE 'S' TO ICS-INCLUIR
                   END-IF
               NOT INVALID KEY
                   IF ICS-CATEGORIA = SPACES
                       OR C-CATEGORIA = ICS-CATEGORIA
                       MOVE 'S' TO ICS-INCLUIR
                   END-IF
           END-READ.

      * One all-day event on the follow-up date. The UID is the
      * contact, the day the interaction was logged, the follow-up
      * date and the type, none of which change once written. A
      * date VALIDAR-FECHA-SEGUIMIENTO would not have let through
      * gives no event.
       ESCRIBIR-SEGUIMIENTO-ICS.
           IF IC-SEGUIMIENTO(1:2) NUMERIC
               AND IC-SEGUIMIENTO(4:2) NUMERIC
               AND IC-SEGUIMIENTO(7:4) NUMERIC
               IF ICS-CERRADO = 'S'
                   ADD 1 TO ICS-CANCELADOS
               ELSE
                   ADD 1 TO ICS-SEGUIMIENTOS
               END-IF
               MOVE SPACES TO ICS-FECHA-EVENTO
               STRING IC-SEGUIMIENTO(7:4) DELIMITED BY SIZE
                   IC-SEGUIMIENTO(4:2) DELIMITED BY SIZE
                   IC-SEGUIMIENTO(1:2) DELIMITED BY SIZE
                   INTO ICS-FECHA-EVENTO
               END-STRING
               MOVE SPACES TO ICS-FECHA-ALTA
               STRING IC-FECHA(7:4) DELIMITED BY SIZE
                   IC-FECHA(4:2) DELIMITED BY SIZE
                   IC-FECHA(1:2) DELIMITED BY SIZE
                   INTO ICS-FECHA-ALTA
               END-STRING
               MOVE IC-TIPO TO ICS-TEXTO-ENT
               PERFORM ARMAR-UID-ICS
               MOVE ICS-UID-BASE TO ICS-TIPO-MIN
               MOVE IC-NOMBRE TO ICS-TEXTO-ENT
               PERFORM ARMAR-UID-ICS
               MOVE "BEGIN:VEVENT" TO ICS-LINEA-TRAB
               PERFORM ESCRIBIR-LINEA-ICS
               MOVE SPACES TO ICS-LINEA-TRAB
               STRING "UID:seg-" DELIMITED BY SIZE
                   FUNCTION TRIM(ICS-UID-BASE) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   ICS-FECHA-ALTA DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   ICS-FECHA-EVENTO DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   FUNCTION TRIM(ICS-TIPO-MIN) DELIMITED BY SIZE
                   "@gestor-contactos" DELIMITED BY SIZE
                   INTO ICS-LINEA-TRAB
               END-STRING
               PERFORM ESCRIBIR-LINEA-ICS
               PERFORM ESCRIBIR-DTSTAMP-ICS
               MOVE SPACES TO ICS-LINEA-TRAB
               STRING "DTSTART;VALUE=DATE:" DELIMITED BY SIZE
                   ICS-FECHA-EVENTO DELIMITED BY SIZE
                   INTO ICS-LINEA-TRAB
               END-STRING
               PERFORM ESCRIBIR-LINEA-ICS
               MOVE IC-NOMBRE TO ICS-TEXTO-ENT
               PERFORM ESCAPAR-TEXTO-ICS
               MOVE SPACES TO ICS-LINEA-TRAB
               STRING "SUMMARY:Seguimiento (" DELIMITED BY SIZE
                   FUNCTION TRIM(IC-TIPO) DELIMITED BY SIZE
                   "): " DELIMITED BY SIZE
                   FUNCTION TRIM(ICS-TEXTO-SAL) DELIMITED BY SIZE
                   INTO ICS-LINEA-TRAB
               END-STRING
               IF ICS-BAJA = 'S'
                   COMPUTE ICS-LON = FUNCTION LENGTH(
                       FUNCTION TRIM(ICS-LINEA-TRAB TRAILING))
                   MOVE " (ya de baja)"
                       TO ICS-LINEA-TRAB(ICS-LON + 1:13)
               END-IF
               PERFORM ESCRIBIR-LINEA-ICS
               MOVE IC-NOTA TO ICS-TEXTO-ENT
               PERFORM ESCAPAR-TEXTO-ICS
               MOVE SPACES TO ICS-LINEA-TRAB
               IF IC-NOTA = SPACES
                   STRING "DESCRIPTION:Registrado el "
                       DELIMITED BY SIZE
                       IC-FECHA DELIMITED BY SIZE
                       INTO ICS-LINEA-TRAB
                   END-STRING
               ELSE
                   STRING "DESCRIPTION:" DELIMITED BY SIZE
                       FUNCTION TRIM(ICS-TEXTO-SAL) DELIMITED BY SIZE
                       "\nRegistrado el " DELIMITED BY SIZE
                       IC-FECHA DELIMITED BY SIZE
                       INTO ICS-LINEA-TRAB
                   END-STRING
               END-IF
               PERFORM ESCRIBIR-LINEA-ICS
               IF ICS-CERRADO = 'S'
                   MOVE "STATUS:CANCELLED" TO ICS-LINEA-TRAB
               ELSE
                   MOVE "STATUS:CONFIRMED" TO ICS-LINEA-TRAB
               END-IF
               PERFORM ESCRIBIR-LINEA-ICS
               MOVE "END:VEVENT" TO ICS-LINEA-TRAB
               PERFORM ESCRIBIR-LINEA-ICS
           END-IF.

       ESCRIBIR-DTSTAMP-ICS.
           MOVE SPACES TO ICS-LINEA-TRAB
           STRING "DTSTAMP:" DELIMITED BY SIZE
               ICS-DTSTAMP DELIMITED BY SIZE
               INTO ICS-LINEA-TRAB
           END-STRING
           PERFORM ESCRIBIR-LINEA-ICS.

      * UID fragment from ICS-TEXTO-ENT: lower case, with everything
      * but a-z and 0-9 (blanks, accents, punctuation) turned into
      * "-", so the same name always gives the same identifier.
       ARMAR-UID-ICS.
           MOVE FUNCTION LOWER-CASE(ICS-TEXTO-ENT(1:30))
               TO ICS-UID-BASE
           MOVE 0 TO ICS-LON
           IF ICS-UID-BASE NOT = SPACES
               COMPUTE ICS-LON = FUNCTION LENGTH(
                   FUNCTION TRIM(ICS-UID-BASE TRAILING))
           END-IF
           PERFORM VARYING ICS-ENT-POS FROM 1 BY 1
                   UNTIL ICS-ENT-POS > ICS-LON
               MOVE ICS-UID-BASE(ICS-ENT-POS:1) TO ICS-CARACTER
               IF (ICS-CARACTER < "a" OR ICS-CARACTER > "z")
                   AND (ICS-CARACTER < "0" OR ICS-CARACTER > "9")
                   MOVE "-" TO ICS-UID-BASE(ICS-ENT-POS:1)
               END-IF
           END-PERFORM.

      * iCalendar TEXT escaping of ICS-TEXTO-ENT into ICS-TEXTO-SAL:
      * backslash, semicolon and comma get a backslash in front.
       ESCAPAR-TEXTO-ICS.
           MOVE SPACES TO ICS-TEXTO-SAL
           MOVE 0 TO ICS-SAL-POS
           MOVE 0 TO ICS-LON
           IF ICS-TEXTO-ENT NOT = SPACES
               COMPUTE ICS-LON = FUNCTION LENGTH(
                   FUNCTION TRIM(ICS-TEXTO-ENT TRAILING))
           END-IF
           PERFORM VARYING ICS-ENT-POS FROM 1 BY 1
                   UNTIL ICS-ENT-POS > ICS-LON
               MOVE ICS-TEXTO-ENT(ICS-ENT-POS:1) TO ICS-CARACTER
               IF ICS-CARACTER = "\" OR ICS-CARACTER = ";"
                   OR ICS-CARACTER = ","
                   ADD 1 TO ICS-SAL-POS
                   MOVE "\" TO ICS-TEXTO-SAL(ICS-SAL-POS:1)
               END-IF
               ADD 1 TO ICS-SAL-POS
               MOVE ICS-CARACTER TO ICS-TEXTO-SAL(ICS-SAL-POS:1)
           END-PERFORM.

      * Writes ICS-LINEA-TRAB folded at 75 octets: the first piece as
      * is, each following one behind a single blank. The file drops
      * trailing blanks on WRITE, so a piece never ends in a blank;
      * the blank is carried to the start of the next piece instead.
       ESCRIBIR-LINEA-ICS.
           MOVE 0 TO ICS-LON
           IF ICS-LINEA-TRAB NOT = SPACES
               COMPUTE ICS-LON = FUNCTION LENGTH(
                   FUNCTION TRIM(ICS-LINEA-TRAB TRAILING))
           END-IF
           MOVE 1 TO ICS-INICIO
           MOVE 75 TO ICS-TROZO
           PERFORM UNTIL ICS-INICIO > ICS-LON
               IF ICS-INICIO + ICS-TROZO - 1 > ICS-LON
                   COMPUTE ICS-TROZO = ICS-LON - ICS-INICIO + 1
               END-IF
               PERFORM UNTIL ICS-TROZO = 1
                   OR ICS-LINEA-TRAB(ICS-INICIO + ICS-TROZO - 1:1)
                       NOT = SPACE
                   SUBTRACT 1 FROM ICS-TROZO
               END-PERFORM
               MOVE SPACES TO ICS-LINEA
               IF ICS-INICIO = 1
                   MOVE ICS-LINEA-TRAB(1:ICS-TROZO) TO ICS-LINEA
               ELSE
                   MOVE ICS-LINEA-TRAB(ICS-INICIO:ICS-TROZO)
                       TO ICS-LINEA(2:74)
               END-IF
               WRITE ICS-LINEA
               ADD ICS-TROZO TO ICS-INICIO
               MOVE 74 TO ICS-TROZO
           END-PERFORM
           MOVE SPACES TO ICS-LINEA-TRAB.

      * Reads contactos.csv (same column order EXPORT-CSV writes).
      * Mode 'I' appends each row the way AGREGAR-CONTACTO does,
      * skipping names that already exist; mode 'A' additionally
      * rewrites the existing record with the row's values, audited
      * as ACTUALIZA exactly like CAPTURAR-ACTUALIZACION. Every
      * skipped row lands in contactos-rechazos.csv as MOTIVO;fila so
      * it can be fixed and fed again. IMP-RC: 0 = loaded clean,
      * 4 = loaded with rejects, 8 = the import could not run.
       IMPORT-CSV.
           DISPLAY "Modo (I=solo altas, A=altas y actualizaciones): "
           ACCEPT IMP-MODO-CAP
           IF FUNCTION UPPER-CASE(IMP-MODO-CAP) = "A"
               MOVE 'A' TO IMP-MODO
           ELSE
               MOVE 'I' TO IMP-MODO
           END-IF
           PERFORM EJECUTAR-IMPORTACION.

       EJECUTAR-IMPORTACION.
           MOVE 0 TO IMP-RC
           MOVE 0 TO IMP-ALTAS
           MOVE 0 TO IMP-ACTUALIZADOS
           MOVE 0 TO IMP-RECHAZADOS
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT CSV-FILE
           IF CSV-STATUS NOT = "00"
               DISPLAY "No se encontro contactos.csv para importar."
               MOVE 8 TO IMP-RC
           ELSE
               OPEN OUTPUT RECHAZOS-FILE
               IF RECH-STATUS NOT = "00"
                   DISPLAY "No se pudo crear contactos-rechazos.csv "
                       "(" RECH-STATUS ")."
                   MOVE 8 TO IMP-RC
                   CLOSE CSV-FILE
               ELSE
                   READ CSV-FILE
                       AT END MOVE 'S' TO EOF-FLAG
                   END-READ
      * first row read above is the NOMBRE,FECHA,... header; skip it.
      * Old CSVs do not carry the ANIO column; that is detected from
      * the header so they keep importing unchanged.
                   MOVE 0 TO WS-AT-COUNT
                   INSPECT CSV-LINEA TALLYING WS-AT-COUNT
                       FOR ALL ",ANIO,"
                   IF WS-AT-COUNT > 0
                       MOVE 'S' TO CSV-CON-ANIO
                   ELSE
                       MOVE 'N' TO CSV-CON-ANIO
                   END-IF
                   IF EOF-FLAG NOT = 'S'
                       READ CSV-FILE
                           AT END MOVE 'S' TO EOF-FLAG
                       END-READ
                   END-IF
                   PERFORM UNTIL EOF-FLAG = 'S'
                       PERFORM IMPORTAR-FILA-CSV
                       READ CSV-FILE
                           AT END MOVE 'S' TO EOF-FLAG
                       END-READ
                   END-PERFORM
                   CLOSE CSV-FILE
                   CLOSE RECHAZOS-FILE
                   PERFORM CHECKPOINT-CONTACTOS
                   IF IMP-RECHAZADOS > 0
                       MOVE 4 TO IMP-RC
                   END-IF
                   DISPLAY "Importacion completada: " IMP-ALTAS
                       " altas, " IMP-ACTUALIZADOS " actualizados, "
                       IMP-RECHAZADOS " rechazados."
               END-IF
           END-IF.

      * One CSV row: validate field by field keeping the FIRST reason
      * that fails, then insert (or update, in mode 'A') or reject.
       IMPORTAR-FILA-CSV.
           IF CSV-CON-ANIO = 'S'
               UNSTRING CSV-LINEA DELIMITED BY ","
                   INTO C-NOMBRE C-FECHA C-ANIO C-TELEFONO
                   C-EMAIL C-CATEGORIA
               END-UNSTRING
           ELSE
               UNSTRING CSV-LINEA DELIMITED BY ","
                   INTO C-NOMBRE C-FECHA C-TELEFONO C-EMAIL
                   C-CATEGORIA
               END-UNSTRING
               MOVE SPACES TO C-ANIO
           END-IF
           MOVE SPACES TO IMP-MOTIVO
           MOVE 'S' TO DATO-VALIDO
           PERFORM VALIDAR-EMAIL
           IF DATO-VALIDO = 'N' AND IMP-MOTIVO = SPACES
               MOVE "EMAIL-INVALIDO" TO IMP-MOTIVO
           END-IF
           PERFORM VALIDAR-TELEFONO
           IF DATO-VALIDO = 'N' AND IMP-MOTIVO = SPACES
               MOVE "TELEFONO-INVALIDO" TO IMP-MOTIVO
           END-IF
           PERFORM VALIDAR-FECHA
           IF DATO-VALIDO = 'N' AND IMP-MOTIVO = SPACES
               MOVE "FECHA-INVALIDA" TO IMP-MOTIVO
           END-IF
           PERFORM VALIDAR-ANIO
           IF DATO-VALIDO = 'N' AND IMP-MOTIVO = SPACES
               MOVE "ANIO-INVALIDO" TO IMP-MOTIVO
           END-IF
           PERFORM VALIDAR-SIN-COMAS
           IF DATO-VALIDO = 'N' AND IMP-MOTIVO = SPACES
               MOVE "COMA-EN-CAMPO" TO IMP-MOTIVO
           END-IF
           PERFORM VALIDAR-CATEGORIA
           IF DATO-VALIDO = 'N' AND IMP-MOTIVO = SPACES
               MOVE "CATEGORIA-INVALIDA" TO IMP-MOTIVO
           END-IF
           IF DATO-VALIDO NOT = 'S'
               DISPLAY "Omitido (" FUNCTION TRIM(IMP-MOTIVO) "): "
                   C-NOMBRE
               PERFORM ANOTAR-RECHAZO-CSV
           ELSE
               WRITE CONTACTO-REGISTRO
                   INVALID KEY
                       IF FS-DUPLICATE
                           IF IMP-MODO = 'A'
                               PERFORM ACTUALIZAR-DESDE-CSV
                           ELSE
                               MOVE "DUPLICADO" TO IMP-MOTIVO
                               DISPLAY "Omitido (ya existe): "
                                   C-NOMBRE
                               PERFORM ANOTAR-RECHAZO-CSV
                           END-IF
                       ELSE
                           MOVE SPACES TO IMP-MOTIVO
                           STRING "ERROR-" DELIMITED BY SIZE
                               FS-STATUS DELIMITED BY SIZE
                               INTO IMP-MOTIVO
                           END-STRING
                           DISPLAY "Omitido (error " FS-STATUS "): "
                               C-NOMBRE
                           PERFORM ANOTAR-RECHAZO-CSV
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO IMP-ALTAS
                       MOVE "ALTA-CSV" TO AUD-OPERACION
                       MOVE C-NOMBRE TO AUD-NOMBRE
                       MOVE SPACES TO AUD-ANTERIOR
                       PERFORM FORMATEAR-VALORES-ACTUALES
                       MOVE AUD-VALORES-TEMP TO AUD-NUEVO
                       PERFORM REGISTRAR-AUDITORIA
               END-WRITE
           END-IF.

      * Upsert leg of mode 'A': the row's values are parked in
      * TEMP-CONTACTO, the existing record is read to capture the
      * before image, and the row then replaces it - same audit shape
      * as CAPTURAR-ACTUALIZACION leaves. A contact another operator
      * has open is rejected as EN-USO rather than overwritten.
       ACTUALIZAR-DESDE-CSV.
           MOVE C-NOMBRE TO T-NOMBRE
           MOVE C-FECHA TO T-FECHA
           MOVE C-ANIO TO T-ANIO
           MOVE C-TELEFONO TO T-TELEFONO
           MOVE C-EMAIL TO T-EMAIL
           MOVE C-CATEGORIA TO T-CATEGORIA
           MOVE T-NOMBRE TO BLQ-CONTACTO
           MOVE BLQ-CONTACTO TO BLQ-RECURSO
           PERFORM TOMAR-BLOQUEO-CONTACTO
           IF BLQ-OBTENIDO = 'S'
               PERFORM REEMPLAZAR-DESDE-CSV
               MOVE BLQ-CONTACTO TO BLQ-RECURSO
               PERFORM SOLTAR-BLOQUEO
           ELSE
               MOVE "EN-USO" TO IMP-MOTIVO
               DISPLAY "Omitido (en uso): " T-NOMBRE
               PERFORM ANOTAR-RECHAZO-CSV
           END-IF.

       REEMPLAZAR-DESDE-CSV.
           READ CONTACTOS-FILE
               INVALID KEY
                   MOVE "ERROR-LECTURA" TO IMP-MOTIVO
                   DISPLAY "Omitido (no se pudo releer): " T-NOMBRE
                   PERFORM ANOTAR-RECHAZO-CSV
               NOT INVALID KEY
                   MOVE C-NOMBRE TO AUD-NOMBRE
                   PERFORM FORMATEAR-VALORES-ACTUALES
                   MOVE AUD-VALORES-TEMP TO AUD-ANTERIOR
                   MOVE T-FECHA TO C-FECHA
                   MOVE T-ANIO TO C-ANIO
                   MOVE T-TELEFONO TO C-TELEFONO
                   MOVE T-EMAIL TO C-EMAIL
                   MOVE T-CATEGORIA TO C-CATEGORIA
                   REWRITE CONTACTO-REGISTRO
                       INVALID KEY
                           MOVE "ERROR-REESCRITURA" TO IMP-MOTIVO
                           DISPLAY "Omitido (no se pudo actualizar): "
                               C-NOMBRE
                           PERFORM ANOTAR-RECHAZO-CSV
                       NOT INVALID KEY
                           ADD 1 TO IMP-ACTUALIZADOS
                           MOVE "ACTUALIZA" TO AUD-OPERACION
                           PERFORM FORMATEAR-VALORES-ACTUALES
                           MOVE AUD-VALORES-TEMP TO AUD-NUEVO
                           PERFORM REGISTRAR-AUDITORIA
                           DISPLAY "Actualizado: " C-NOMBRE
                   END-REWRITE
           END-READ.

       ANOTAR-RECHAZO-CSV.
           ADD 1 TO IMP-RECHAZADOS
           MOVE SPACES TO RECHAZO-LINEA
           STRING FUNCTION TRIM(IMP-MOTIVO) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               CSV-LINEA DELIMITED BY SIZE
               INTO RECHAZO-LINEA
           END-STRING
           WRITE RECHAZO-LINEA.

      * Monthly activity summary for management: the movements counted
      * from auditoria.dat (ALTA, ALTA-CSV, ACTUALIZA, BAJA, REACTIVA,
      * FUSION) for the requested month or month range, the net growth
      * and the end-of-period active total derived from the same
      * trail, the interactions by IN-TIPO, and the breakdown of the
      * CURRENT contacts by C-CATEGORIA. Everything goes to
      * resumen-mensual.rpt.
       RESUMEN-MENSUAL.
           DISPLAY "Mes inicial AAAAMM (vacio = mes anterior): "
           ACCEPT RES-CAP
           MOVE 'S' TO RES-MES-OK
           IF RES-CAP = SPACES
               PERFORM CALCULAR-MES-ANTERIOR
               MOVE RES-DESDE TO RES-HASTA
           ELSE
               MOVE RES-CAP(1:6) TO RES-DESDE
               MOVE RES-DESDE TO RES-MES-VAL
               PERFORM VALIDAR-MES-RESUMEN
               IF RES-MES-OK = 'S'
                   DISPLAY "Mes final AAAAMM (vacio = solo ese mes): "
                   ACCEPT RES-CAP
                   IF RES-CAP = SPACES
                       MOVE RES-DESDE TO RES-HASTA
                   ELSE
                       MOVE RES-CAP(1:6) TO RES-HASTA
                       MOVE RES-HASTA TO RES-MES-VAL
                       PERFORM VALIDAR-MES-RESUMEN
                   END-IF
               END-IF
           END-IF
           IF RES-MES-OK = 'S'
               PERFORM EJECUTAR-RESUMEN
           END-IF.

      * AAAAMM of the month before today's, for the default period of
      * the first-of-month run.
       CALCULAR-MES-ANTERIOR.
           MOVE FUNCTION CURRENT-DATE TO WS-HOY
           MOVE WS-HOY(1:4) TO RMC-ANIO
           MOVE WS-HOY(5:2) TO RMC-MES
           IF RMC-MES = 1
               SUBTRACT 1 FROM RMC-ANIO
               MOVE 12 TO RMC-MES
           ELSE
               SUBTRACT 1 FROM RMC-MES
           END-IF
           MOVE RES-MES-COMP TO RES-DESDE.

       VALIDAR-MES-RESUMEN.
           MOVE 'S' TO RES-MES-OK
           IF RES-MES-VAL NOT NUMERIC
               MOVE 'N' TO RES-MES-OK
           ELSE
               IF RES-MES-VAL(5:2) < "01"
                   OR RES-MES-VAL(5:2) > "12"
                   MOVE 'N' TO RES-MES-OK
               END-IF
           END-IF
           IF RES-MES-OK NOT = 'S'
               DISPLAY "Mes invalido: use AAAAMM."
           END-IF.

       EJECUTAR-RESUMEN.
           MOVE 0 TO RES-RC
           MOVE 0 TO RES-ALTAS
           MOVE 0 TO RES-ALTAS-CSV
           MOVE 0 TO RES-ACTUALIZA
           MOVE 0 TO RES-BAJAS
           MOVE 0 TO RES-REACTIVA
           MOVE 0 TO RES-FUSION
           MOVE 0 TO RES-ACT-ALTAS
           MOVE 0 TO RES-ACT-BAJAS
           MOVE 0 TO RES-TIPO-NUM
           MOVE 0 TO RES-CAT-NUM
           OPEN OUTPUT RPT-RESUMEN
           IF RES-STATUS NOT = "00"
               DISPLAY "Error al crear resumen-mensual.rpt: "
                   RES-STATUS
               MOVE 8 TO RES-RC
           ELSE
               MOVE SPACES TO RESUMEN-MES-LINEA
               STRING "=== RESUMEN DE ACTIVIDAD " DELIMITED BY SIZE
                   RES-DESDE DELIMITED BY SIZE
                   " a " DELIMITED BY SIZE
                   RES-HASTA DELIMITED BY SIZE
                   " ===" DELIMITED BY SIZE
                   INTO RESUMEN-MES-LINEA
               END-STRING
               WRITE RESUMEN-MES-LINEA
               PERFORM CONTAR-AUDITORIA-RESUMEN
               PERFORM CONTAR-INTERACCIONES-RESUMEN
               PERFORM CONTAR-CATEGORIAS-RESUMEN
               PERFORM ESCRIBIR-CUERPO-RESUMEN
               CLOSE RPT-RESUMEN
               DISPLAY "Resumen escrito en resumen-mensual.rpt."
           END-IF.

      * One pass over the whole trail: the entries inside the period
      * feed the movement counters; every entry up to the END of the
      * period feeds the cumulative alta/baja counts the active total
      * is derived from. Closed years before the period are not read
      * again: the cumulative counts start from the ones the latest
      * such close recorded, and only the later archives are walked.
       CONTAR-AUDITORIA-RESUMEN.
           MOVE SPACES TO HIST-FILTRO-NOMBRE
           MOVE SPACES TO HIST-FILTRO-OPER
           MOVE SPACES TO HIST-FILTRO-DESDE
           MOVE SPACES TO HIST-FILTRO-HASTA
           MOVE SPACES TO HIST-FILTRO-OP
           MOVE RES-DESDE(1:4) TO CIE-ANIO-CONSULTA
           MOVE 0 TO CIE-BASE
           PERFORM CARGAR-CIERRES
           PERFORM VARYING CIE-POS FROM 1 BY 1 UNTIL CIE-POS > CIE-NUM
               IF CY-ANIO(CIE-POS) < CIE-ANIO-CONSULTA
                   MOVE CIE-POS TO CIE-BASE
               END-IF
           END-PERFORM
           MOVE 0 TO CIE-DESDE-ANIO
           IF CIE-BASE > 0
               MOVE CY-ALTAS(CIE-BASE) TO RES-ACT-ALTAS
               MOVE CY-BAJAS(CIE-BASE) TO RES-ACT-BAJAS
               COMPUTE CIE-DESDE-ANIO = CY-ANIO(CIE-BASE) + 1
           END-IF
           MOVE "RESUMEN" TO CIE-LECTOR
           PERFORM RECORRER-AUDITORIA-ARCHIVADA
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "Advertencia: sin auditoria que resumir ("
                   AUDIT-STATUS ")."
           ELSE
               MOVE 'N' TO HIST-EOF
               PERFORM UNTIL HIST-EOF = 'S'
                   READ AUDIT-FILE
                       AT END
                           MOVE 'S' TO HIST-EOF
                       NOT AT END
                           PERFORM EVALUAR-LINEA-AUDITORIA
                           PERFORM CLASIFICAR-ENTRADA-RESUMEN
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       CLASIFICAR-ENTRADA-RESUMEN.
           MOVE HIST-TS(1:6) TO RES-MES-AUD
           IF RES-MES-AUD NOT > RES-HASTA
               EVALUATE FUNCTION TRIM(HIST-OPER)
                   WHEN "ALTA"
                   WHEN "ALTA-CSV"
                   WHEN "REACTIVA"
                       ADD 1 TO RES-ACT-ALTAS
                   WHEN "BAJA"
                       ADD 1 TO RES-ACT-BAJAS
               END-EVALUATE
               IF RES-MES-AUD NOT < RES-DESDE
                   EVALUATE FUNCTION TRIM(HIST-OPER)
                       WHEN "ALTA"
                           ADD 1 TO RES-ALTAS
                       WHEN "ALTA-CSV"
                           ADD 1 TO RES-ALTAS-CSV
                       WHEN "ACTUALIZA"
                           ADD 1 TO RES-ACTUALIZA
                       WHEN "BAJA"
                           ADD 1 TO RES-BAJAS
                       WHEN "REACTIVA"
                           ADD 1 TO RES-REACTIVA
                       WHEN "FUSION"
                           ADD 1 TO RES-FUSION
                   END-EVALUATE
               END-IF
           END-IF.

      * An interaction dated in the period can sit in the archive of
      * its own year or, if its follow-up stayed open over a close, of
      * any later one; older archives cannot hold it.
       CONTAR-INTERACCIONES-RESUMEN.
           MOVE RES-DESDE(1:4) TO CIE-ANIO-CONSULTA
           PERFORM CARGAR-CIERRES
           PERFORM VARYING CIE-POS FROM 1 BY 1 UNTIL CIE-POS > CIE-NUM
               IF CY-ANIO(CIE-POS) NOT < CIE-ANIO-CONSULTA
                   MOVE SPACES TO INTER-NOMBRE-ARCHIVO
                   STRING "interacciones-" DELIMITED BY SIZE
                       CY-ANIO(CIE-POS) DELIMITED BY SIZE
                       ".dat" DELIMITED BY SIZE
                       INTO INTER-NOMBRE-ARCHIVO
                   END-STRING
                   PERFORM LEER-INTERACCIONES-RESUMEN
                   IF INTER-STATUS NOT = "00"
                       DISPLAY "Advertencia: no se pudo leer "
                           FUNCTION TRIM(INTER-NOMBRE-ARCHIVO)
                           "; faltan sus interacciones."
                   END-IF
               END-IF
           END-PERFORM
           MOVE "interacciones.dat" TO INTER-NOMBRE-ARCHIVO
           PERFORM LEER-INTERACCIONES-RESUMEN.

       LEER-INTERACCIONES-RESUMEN.
           OPEN INPUT INTERACCIONES-FILE
           IF INTER-STATUS = "00"
               MOVE 'N' TO INTER-EOF
               PERFORM UNTIL INTER-EOF = 'S'
                   READ INTERACCIONES-FILE
                       AT END
                           MOVE 'S' TO INTER-EOF
                       NOT AT END
                           MOVE IN-FECHA(7:4) TO RES-MES-AUD(1:4)
                           MOVE IN-FECHA(4:2) TO RES-MES-AUD(5:2)
                           IF RES-MES-AUD NOT < RES-DESDE
                               AND RES-MES-AUD NOT > RES-HASTA
                               PERFORM ACUMULAR-TIPO-RESUMEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERACCIONES-FILE
           END-IF.

       ACUMULAR-TIPO-RESUMEN.
           MOVE 0 TO CAT-POS
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > RES-TIPO-NUM
               IF RT-TIPO(Q) = FUNCTION UPPER-CASE(IN-TIPO)
                   MOVE Q TO CAT-POS
               END-IF
           END-PERFORM
           IF CAT-POS = 0 AND RES-TIPO-NUM < 20
               ADD 1 TO RES-TIPO-NUM
               MOVE RES-TIPO-NUM TO CAT-POS
               MOVE FUNCTION UPPER-CASE(IN-TIPO) TO RT-TIPO(CAT-POS)
               MOVE 0 TO RT-CONT(CAT-POS)
           END-IF
           IF CAT-POS > 0
               ADD 1 TO RT-CONT(CAT-POS)
           END-IF.

       CONTAR-CATEGORIAS-RESUMEN.
           MOVE LOW-VALUES TO C-NOMBRE
           MOVE 'N' TO EOF-FLAG
           START CONTACTOS-FILE KEY IS NOT LESS THAN C-NOMBRE
                   AT END
                       MOVE 'S' TO EOF-FLAG
                   NOT AT END
                       PERFORM ACUMULAR-CATEGORIA-RESUMEN
               END-READ
           END-PERFORM.

       ACUMULAR-CATEGORIA-RESUMEN.
           MOVE 0 TO CAT-POS
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > RES-CAT-NUM
               IF RG-CATEGORIA(Q) = C-CATEGORIA
                   MOVE Q TO CAT-POS
               END-IF
           END-PERFORM
           IF CAT-POS = 0 AND RES-CAT-NUM < 100
               ADD 1 TO RES-CAT-NUM
               MOVE RES-CAT-NUM TO CAT-POS
               MOVE C-CATEGORIA TO RG-CATEGORIA(CAT-POS)
               MOVE 0 TO RG-CONT(CAT-POS)
           END-IF
           IF CAT-POS > 0
               ADD 1 TO RG-CONT(CAT-POS)
           END-IF.

       ESCRIBIR-CUERPO-RESUMEN.
           MOVE "--- MOVIMIENTOS (auditoria) ---"
               TO RESUMEN-MES-LINEA
           WRITE RESUMEN-MES-LINEA
           MOVE SPACES TO RESUMEN-MES-LINEA
           STRING "ALTA:      " RES-ALTAS
               DELIMITED BY SIZE INTO RESUMEN-MES-LINEA
           END-STRING
           WRITE RESUMEN-MES-LINEA
           MOVE SPACES TO RESUMEN-MES-LINEA
           STRING "ALTA-CSV:  " RES-ALTAS-CSV
               DELIMITED BY SIZE INTO RESUMEN-MES-LINEA
           END-STRING
           WRITE RESUMEN-MES-LINEA
           MOVE SPACES TO RESUMEN-MES-LINEA
           STRING "ACTUALIZA: " RES-ACTUALIZA
               DELIMITED BY SIZE INTO RESUMEN-MES-LINEA
           END-STRING
           WRITE RESUMEN-MES-LINEA
           MOVE SPACES TO RESUMEN-MES-LINEA
           STRING "BAJA:      " RES-BAJAS
               DELIMITED BY SIZE INTO RESUMEN-MES-LINEA
           END-STRING
           WRITE RESUMEN-MES-LINEA
           MOVE SPACES TO RESUMEN-MES-LINEA
           STRING "REACTIVA:  " RES-REACTIVA
               DELIMITED BY SIZE INTO RESUMEN-MES-LINEA
           END-STRING
           WRITE RESUMEN-MES-LINEA
           MOVE SPACES TO RESUMEN-MES-LINEA
           STRING "FUSION:    " RES-FUSION
               DELIMITED BY SIZE INTO RESUMEN-MES-LINEA
           END-STRING
           WRITE RESUMEN-MES-LINEA
           COMPUTE RES-NETO = RES-ALTAS + RES-ALTAS-CSV
               + RES-REACTIVA - RES-BAJAS
           MOVE RES-NETO TO RES-NETO-ED
           MOVE SPACES TO RESUMEN-MES-LINEA
           STRING "Crecimiento neto del periodo: " RES-NETO-ED
               DELIMITED BY SIZE INTO RESUMEN-MES-LINEA
           END-STRING
           WRITE RESUMEN-MES-LINEA
           COMPUTE RES-ACTIVOS = RES-ACT-ALTAS - RES-ACT-BAJAS
           MOVE RES-ACTIVOS TO RES-ACTIVOS-ED
           MOVE SPACES TO RESUMEN-MES-LINEA
           STRING "Activos al cierre del periodo: " RES-ACTIVOS-ED
               DELIMITED BY SIZE INTO RESUMEN-MES-LINEA
           END-STRING
           WRITE RESUMEN-MES-LINEA
           MOVE SPACES TO RESUMEN-MES-LINEA
           WRITE RESUMEN-MES-LINEA
           MOVE "--- INTERACCIONES POR TIPO ---"
               TO RESUMEN-MES-LINEA
           WRITE RESUMEN-MES-LINEA
           IF RES-TIPO-NUM = 0
               MOVE "(sin interacciones en el periodo)"
                   TO RESUMEN-MES-LINEA
               WRITE RESUMEN-MES-LINEA
           ELSE
               PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > RES-TIPO-NUM
                   MOVE SPACES TO RESUMEN-MES-LINEA
                   STRING RT-TIPO(Q) " " RT-CONT(Q)
                       DELIMITED BY SIZE INTO RESUMEN-MES-LINEA
                   END-STRING
                   WRITE RESUMEN-MES-LINEA
               END-PERFORM
           END-IF
           MOVE SPACES TO RESUMEN-MES-LINEA
           WRITE RESUMEN-MES-LINEA
           MOVE "--- CONTACTOS ACTUALES POR CATEGORIA ---"
               TO RESUMEN-MES-LINEA
           WRITE RESUMEN-MES-LINEA
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > RES-CAT-NUM
               MOVE SPACES TO RESUMEN-MES-LINEA
               STRING RG-CATEGORIA(Q) " " RG-CONT(Q)
                   DELIMITED BY SIZE INTO RESUMEN-MES-LINEA
               END-STRING
               WRITE RESUMEN-MES-LINEA
           END-PERFORM.

      * Cross-file integrity sweep, written to integridad.rpt: rows of
      * comunicaciones.dat and interacciones.dat whose contact is no
      * longer in contactos.dat, contacts whose C-CATEGORIA is missing
      * from categorias.dat or inactive there, and contacts holding
      * two preferred entries of the same kind (email or telephone) in
      * comunicaciones.dat. By default it only reports; a supervisor
      * may ask for the orphan rows to be moved out of the live files
      * (communications to COMUNICACIONES-ARCHIVE.DAT, interactions to
      * INTERACCIONES-ARCHIVE.DAT, the same place a BAJA sends them),
      * each move leaving an INTEGRIDAD audit entry. Categories and
      * duplicate preferred flags are left for the operator to fix.
       VERIFICAR-INTEGRIDAD.
           MOVE 'N' TO INTEG-REPARAR
           DISPLAY "Mover las filas huerfanas a los archivos "
               "historicos (S/N): "
           ACCEPT INTEG-CAP
           IF FUNCTION UPPER-CASE(INTEG-CAP) = "S"
               PERFORM EXIGIR-SUPERVISOR
               IF OPERACION-AUTORIZADA = 'S'
                   MOVE 'S' TO INTEG-REPARAR
               END-IF
           END-IF
           PERFORM EJECUTAR-INTEGRIDAD.

      * Runs the sweep for the mode already loaded in INTEG-REPARAR,
      * with no dialogs, so it serves the menu and batch mode
      * (INTEGRIDAD [REPARAR]). INTEG-RC: 0 clean, 4 problems found
      * (even if they were repaired, so the scheduler hears of it),
      * 8 the report could not be created.
      * Repair mode rewrites comunicaciones.dat and interacciones.dat,
      * so both are locked for the whole sweep; the report-only mode
      * reads them as they stand.
       EJECUTAR-INTEGRIDAD.
           IF INTEG-REPARAR NOT = 'S'
               PERFORM REVISAR-INTEGRIDAD
           ELSE
               MOVE "*comunicaciones.dat" TO BLQ-RECURSO
               PERFORM TOMAR-BLOQUEO-ARCHIVO
               IF BLQ-OBTENIDO = 'S'
                   MOVE "*interacciones.dat" TO BLQ-RECURSO
                   PERFORM TOMAR-BLOQUEO-ARCHIVO
                   IF BLQ-OBTENIDO = 'S'
                       PERFORM REVISAR-INTEGRIDAD
                       MOVE "*interacciones.dat" TO BLQ-RECURSO
                       PERFORM SOLTAR-BLOQUEO
                   ELSE
                       MOVE 8 TO INTEG-RC
                   END-IF
                   MOVE "*comunicaciones.dat" TO BLQ-RECURSO
                   PERFORM SOLTAR-BLOQUEO
               ELSE
                   MOVE 8 TO INTEG-RC
               END-IF
           END-IF.

       REVISAR-INTEGRIDAD.
           MOVE 0 TO INTEG-RC
           MOVE 0 TO INTEG-HUERF-COMU
           MOVE 0 TO INTEG-HUERF-INTER
           MOVE 0 TO INTEG-CATEGORIAS
           MOVE 0 TO INTEG-PREF-DOBLES
           MOVE 0 TO INTEG-REPARADOS
           MOVE FUNCTION CURRENT-DATE TO WS-HOY
           OPEN OUTPUT RPT-INTEGRIDAD
           IF INTEG-STATUS NOT = "00"
               DISPLAY "Error al crear integridad.rpt: " INTEG-STATUS
               MOVE 8 TO INTEG-RC
           ELSE
               MOVE SPACES TO INTEG-LINEA
               STRING "=== INTEGRIDAD ENTRE ARCHIVOS - "
                   DELIMITED BY SIZE
                   WS-HOY(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HOY(9:6) DELIMITED BY SIZE
                   " ===" DELIMITED BY SIZE
                   INTO INTEG-LINEA
               END-STRING
               WRITE INTEG-LINEA
               IF INTEG-REPARAR = 'S'
                   MOVE "Modo: reparar (huerfanas movidas a archivo)"
                       TO INTEG-LINEA
               ELSE
                   MOVE "Modo: solo informe" TO INTEG-LINEA
               END-IF
               WRITE INTEG-LINEA
               MOVE SPACES TO INTEG-LINEA
               WRITE INTEG-LINEA
               PERFORM REVISAR-COMUNICACIONES-INTEG
               PERFORM REVISAR-INTERACCIONES-INTEG
               PERFORM REVISAR-CATEGORIAS-INTEG
               PERFORM REVISAR-PREFERIDAS-INTEG
               PERFORM ESCRIBIR-TOTALES-INTEG
               CLOSE RPT-INTEGRIDAD
               IF INTEG-PROBLEMAS > 0
                   MOVE 4 TO INTEG-RC
               END-IF
               DISPLAY "Integridad: " INTEG-PROBLEMAS
                   " problema(s), " INTEG-REPARADOS
                   " fila(s) archivadas; detalle en integridad.rpt."
           END-IF.

      * comunicaciones.dat against contactos.dat, one keyed READ per
      * row. In repair mode the rows are split between the temp
      * (kept) and COMUNICACIONES-ARCHIVE.DAT (orphans) and the temp
      * is copied back only if something actually moved.
       REVISAR-COMUNICACIONES-INTEG.
           MOVE "--- COMUNICACIONES SIN CONTACTO ---" TO INTEG-LINEA
           WRITE INTEG-LINEA
           MOVE 'N' TO INTEG-MOVER
           OPEN INPUT COMUNICACIONES-FILE
           IF COMU-STATUS NOT = "00"
               IF NOT COMU-NOT-FOUND
                   MOVE SPACES TO INTEG-LINEA
                   STRING "No se pudo leer comunicaciones.dat ("
                       DELIMITED BY SIZE
                       COMU-STATUS DELIMITED BY SIZE
                       ")." DELIMITED BY SIZE
                       INTO INTEG-LINEA
                   END-STRING
                   WRITE INTEG-LINEA
                   ADD 1 TO INTEG-HUERF-COMU
               END-IF
           ELSE
               IF INTEG-REPARAR = 'S'
                   OPEN OUTPUT COMU-TEMP
                   OPEN EXTEND COMU-ARCHIVE
                   IF COMUARCH-NOT-FOUND
                       CLOSE COMU-ARCHIVE
                       OPEN OUTPUT COMU-ARCHIVE
                   END-IF
                   IF COMUTMP-STATUS NOT = "00"
                       OR COMUARCH-STATUS NOT = "00"
                       DISPLAY "Advertencia: no se pueden mover las "
                           "comunicaciones huerfanas ("
                           COMUTMP-STATUS " " COMUARCH-STATUS
                           "); solo se informan."
                       CLOSE COMU-TEMP
                       CLOSE COMU-ARCHIVE
                   ELSE
                       MOVE 'S' TO INTEG-MOVER
                   END-IF
               END-IF
               MOVE 0 TO COMU-TOCADAS
               MOVE 'N' TO COMU-EOF
               PERFORM UNTIL COMU-EOF = 'S'
                   READ COMUNICACIONES-FILE
                       AT END
                           MOVE 'S' TO COMU-EOF
                       NOT AT END
                           PERFORM EVALUAR-COMUNICACION-INTEG
                   END-READ
               END-PERFORM
               CLOSE COMUNICACIONES-FILE
               IF INTEG-MOVER = 'S'
                   CLOSE COMU-TEMP
                   CLOSE COMU-ARCHIVE
                   IF COMU-TOCADAS > 0
                       PERFORM COPIAR-TEMP-A-COMUNICACIONES
                   END-IF
               END-IF
           END-IF
           IF INTEG-HUERF-COMU = 0
               MOVE "(ninguna)" TO INTEG-LINEA
               WRITE INTEG-LINEA
           END-IF.

       EVALUAR-COMUNICACION-INTEG.
           MOVE CO-NOMBRE TO C-NOMBRE
           MOVE 'S' TO INTEG-EXISTE
           READ CONTACTOS-FILE
               INVALID KEY
                   MOVE 'N' TO INTEG-EXISTE
           END-READ
           IF INTEG-EXISTE = 'S'
               IF INTEG-MOVER = 'S'
                   MOVE COMUNICACION-REGISTRO TO COMUTMP-REGISTRO
                   WRITE COMUTMP-REGISTRO
               END-IF
           ELSE
               ADD 1 TO INTEG-HUERF-COMU
               MOVE SPACES TO INTEG-LINEA
               STRING CO-NOMBRE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CO-TIPO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CO-VALOR DELIMITED BY SIZE
                   INTO INTEG-LINEA
               END-STRING
               IF INTEG-MOVER = 'S'
                   MOVE COMUNICACION-REGISTRO TO COMUARCH-REGISTRO
                   WRITE COMUARCH-REGISTRO
                   ADD 1 TO COMU-TOCADAS
                   ADD 1 TO INTEG-REPARADOS
                   MOVE " -> archivada" TO INTEG-LINEA(73:13)
                   MOVE "INTEGRIDAD" TO AUD-OPERACION
                   MOVE CO-NOMBRE TO AUD-NOMBRE
                   MOVE SPACES TO AUD-ANTERIOR
                   STRING "comunicacion tipo=" DELIMITED BY SIZE
                       CO-TIPO DELIMITED BY SIZE
                       " valor=" DELIMITED BY SIZE
                       CO-VALOR DELIMITED BY SIZE
                       INTO AUD-ANTERIOR
                   END-STRING
                   MOVE "movida a COMUNICACIONES-ARCHIVE.DAT"
                       TO AUD-NUEVO
                   PERFORM REGISTRAR-AUDITORIA
               END-IF
               WRITE INTEG-LINEA
           END-IF.

      * interacciones.dat against contactos.dat; same scheme as the
      * communications pass, the orphans going to
      * INTERACCIONES-ARCHIVE.DAT.
       REVISAR-INTERACCIONES-INTEG.
           MOVE SPACES TO INTEG-LINEA
           WRITE INTEG-LINEA
           MOVE "--- INTERACCIONES SIN CONTACTO ---" TO INTEG-LINEA
           WRITE INTEG-LINEA
           MOVE 'N' TO INTEG-MOVER
           OPEN INPUT INTERACCIONES-FILE
           IF INTER-STATUS NOT = "00"
               IF NOT INTER-NOT-FOUND
                   MOVE SPACES TO INTEG-LINEA
                   STRING "No se pudo leer interacciones.dat ("
                       DELIMITED BY SIZE
                       INTER-STATUS DELIMITED BY SIZE
                       ")." DELIMITED BY SIZE
                       INTO INTEG-LINEA
                   END-STRING
                   WRITE INTEG-LINEA
                   ADD 1 TO INTEG-HUERF-INTER
               END-IF
           ELSE
               IF INTEG-REPARAR = 'S'
                   OPEN OUTPUT INTER-TEMP
                   OPEN EXTEND INTER-ARCHIVE
                   IF INTARCH-NOT-FOUND
                       CLOSE INTER-ARCHIVE
                       OPEN OUTPUT INTER-ARCHIVE
                   END-IF
                   IF INTTMP-STATUS NOT = "00"
                       OR INTARCH-STATUS NOT = "00"
                       DISPLAY "Advertencia: no se pueden mover las "
                           "interacciones huerfanas ("
                           INTTMP-STATUS " " INTARCH-STATUS
                           "); solo se informan."
                       CLOSE INTER-TEMP
                       CLOSE INTER-ARCHIVE
                   ELSE
                       MOVE 'S' TO INTEG-MOVER
                   END-IF
               END-IF
               MOVE 0 TO INTER-NUM
               MOVE 'N' TO INTER-EOF
               PERFORM UNTIL INTER-EOF = 'S'
                   READ INTERACCIONES-FILE
                       AT END
                           MOVE 'S' TO INTER-EOF
                       NOT AT END
                           PERFORM EVALUAR-INTERACCION-INTEG
                   END-READ
               END-PERFORM
               CLOSE INTERACCIONES-FILE
               IF INTEG-MOVER = 'S'
                   CLOSE INTER-TEMP
                   CLOSE INTER-ARCHIVE
                   IF INTER-NUM > 0
                       PERFORM COPIAR-TEMP-A-INTERACCIONES
                   END-IF
               END-IF
           END-IF
           IF INTEG-HUERF-INTER = 0
               MOVE "(ninguna)" TO INTEG-LINEA
               WRITE INTEG-LINEA
           END-IF.

       EVALUAR-INTERACCION-INTEG.
           MOVE IN-NOMBRE TO C-NOMBRE
           MOVE 'S' TO INTEG-EXISTE
           READ CONTACTOS-FILE
               INVALID KEY
                   MOVE 'N' TO INTEG-EXISTE
           END-READ
           IF INTEG-EXISTE = 'S'
               IF INTEG-MOVER = 'S'
                   MOVE INTERACCION-REGISTRO TO INTTMP-REGISTRO
                   WRITE INTTMP-REGISTRO
               END-IF
           ELSE
               ADD 1 TO INTEG-HUERF-INTER
               MOVE SPACES TO INTEG-LINEA
               STRING IN-NOMBRE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IN-FECHA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   IN-TIPO DELIMITED BY SIZE
                   INTO INTEG-LINEA
               END-STRING
               IF INTEG-MOVER = 'S'
                   MOVE INTERACCION-REGISTRO TO INTARCH-REGISTRO
                   WRITE INTARCH-REGISTRO
                   ADD 1 TO INTER-NUM
                   ADD 1 TO INTEG-REPARADOS
                   MOVE " -> archivada" TO INTEG-LINEA(73:13)
                   MOVE "INTEGRIDAD" TO AUD-OPERACION
                   MOVE IN-NOMBRE TO AUD-NOMBRE
                   MOVE SPACES TO AUD-ANTERIOR
                   STRING "interaccion fecha=" DELIMITED BY SIZE
                       IN-FECHA DELIMITED BY SIZE
                       " tipo=" DELIMITED BY SIZE
                       IN-TIPO DELIMITED BY SIZE
                       INTO AUD-ANTERIOR
                   END-STRING
                   MOVE "movida a INTERACCIONES-ARCHIVE.DAT"
                       TO AUD-NUEVO
                   PERFORM REGISTRAR-AUDITORIA
               END-IF
               WRITE INTEG-LINEA
           END-IF.

      * Every contact's C-CATEGORIA against the master. While the
      * master does not exist or is empty any text is accepted (same
      * grace as VALIDAR-CATEGORIA), so there is nothing to check.
       REVISAR-CATEGORIAS-INTEG.
           MOVE SPACES TO INTEG-LINEA
           WRITE INTEG-LINEA
           MOVE "--- CATEGORIAS INEXISTENTES O INACTIVAS ---"
               TO INTEG-LINEA
           WRITE INTEG-LINEA
           PERFORM CARGAR-CATEGORIAS
           IF CAT-NUM = 0
               MOVE "(sin maestro de categorias; no se revisa)"
                   TO INTEG-LINEA
               WRITE INTEG-LINEA
           ELSE
               MOVE LOW-VALUES TO C-NOMBRE
               MOVE 'N' TO EOF-FLAG
               START CONTACTOS-FILE KEY IS NOT LESS THAN C-NOMBRE
                   INVALID KEY MOVE 'S' TO EOF-FLAG
               END-START
               PERFORM UNTIL EOF-FLAG = 'S'
                   READ CONTACTOS-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF-FLAG
                       NOT AT END
                           PERFORM EVALUAR-CATEGORIA-INTEG
                   END-READ
               END-PERFORM
               IF INTEG-CATEGORIAS = 0
                   MOVE "(ninguna)" TO INTEG-LINEA
                   WRITE INTEG-LINEA
               END-IF
           END-IF.

       EVALUAR-CATEGORIA-INTEG.
           MOVE C-CATEGORIA TO CAT-BUSCADA
           PERFORM BUSCAR-CATEGORIA-TABLA
           IF CAT-HALLADA NOT = 'S'
               ADD 1 TO INTEG-CATEGORIAS
               MOVE SPACES TO INTEG-LINEA
               STRING C-NOMBRE DELIMITED BY SIZE
                   " categoria " DELIMITED BY SIZE
                   C-CATEGORIA DELIMITED BY SIZE
                   " no existe en categorias.dat" DELIMITED BY SIZE
                   INTO INTEG-LINEA
               END-STRING
               WRITE INTEG-LINEA
           ELSE
               IF CT-ESTADO(CAT-POS) NOT = 'A'
                   ADD 1 TO INTEG-CATEGORIAS
                   MOVE SPACES TO INTEG-LINEA
                   STRING C-NOMBRE DELIMITED BY SIZE
                       " categoria " DELIMITED BY SIZE
                       C-CATEGORIA DELIMITED BY SIZE
                       " esta inactiva" DELIMITED BY SIZE
                       INTO INTEG-LINEA
                   END-STRING
                   WRITE INTEG-LINEA
               END-IF
           END-IF.

      * Two preferred entries of the same kind for one contact leave
      * BUSCAR-EMAIL-PREFERIDO picking whichever comes last. The
      * preferred rows are extracted keyed by name plus kind, sorted,
      * and every equal-key group is reported once with all its
      * values.
       REVISAR-PREFERIDAS-INTEG.
           MOVE SPACES TO INTEG-LINEA
           WRITE INTEG-LINEA
           MOVE "--- PREFERIDAS DUPLICADAS (mismo tipo) ---"
               TO INTEG-LINEA
           WRITE INTEG-LINEA
           OPEN INPUT COMUNICACIONES-FILE
           IF COMU-STATUS = "00"
               OPEN OUTPUT WORK-ORDEN
               IF ORDEN-STATUS NOT = "00"
                   DISPLAY "Error al crear ordena-entrada.tmp: "
                       ORDEN-STATUS
                   CLOSE COMUNICACIONES-FILE
               ELSE
                   MOVE 'N' TO COMU-EOF
                   PERFORM UNTIL COMU-EOF = 'S'
                       READ COMUNICACIONES-FILE
                           AT END
                               MOVE 'S' TO COMU-EOF
                           NOT AT END
                               IF CO-PREFERIDO = 'S'
                                   PERFORM EXTRAER-PREFERIDA-INTEG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COMUNICACIONES-FILE
                   CLOSE WORK-ORDEN
                   SORT ORDENA-FILE ON ASCENDING KEY ORDENA-CLAVE
                       USING WORK-ORDEN GIVING WORK-ORDENADO
                   PERFORM ESCANEAR-PREFERIDAS-INTEG
               END-IF
           END-IF
           IF INTEG-PREF-DOBLES = 0
               MOVE "(ninguna)" TO INTEG-LINEA
               WRITE INTEG-LINEA
           END-IF.

       EXTRAER-PREFERIDA-INTEG.
           MOVE SPACES TO INTEG-DET
           MOVE CO-NOMBRE TO IG-NOMBRE
           MOVE 0 TO WS-AT-COUNT
           INSPECT CO-VALOR TALLYING WS-AT-COUNT FOR ALL "@"
           IF WS-AT-COUNT > 0
               MOVE 'E' TO IG-CLASE
           ELSE
               MOVE 'T' TO IG-CLASE
           END-IF
           MOVE CO-VALOR TO IG-VALOR
           MOVE CO-TIPO TO IG-TIPO
           MOVE SPACES TO ORDEN-REGISTRO
           MOVE INTEG-DET TO ORDEN-REGISTRO
           WRITE ORDEN-REGISTRO.

      * The first row of a group is held back; when a second one with
      * the same key turns up the pair is written (and the group
      * counted), and any further member adds one more line.
       ESCANEAR-PREFERIDAS-INTEG.
           OPEN INPUT WORK-ORDENADO
           IF ORDENADO-STATUS NOT = "00"
               DISPLAY "Error al leer ordena-salida.tmp: "
                   ORDENADO-STATUS
           ELSE
               MOVE LOW-VALUES TO INTEG-CLAVE-ANT
               MOVE SPACES TO INTEG-VALOR-ANT
               MOVE 'N' TO INTEG-GRUPO-ANOTADO
               MOVE 'N' TO ORDEN-EOF
               PERFORM UNTIL ORDEN-EOF = 'S'
                   READ WORK-ORDENADO
                       AT END
                           MOVE 'S' TO ORDEN-EOF
                       NOT AT END
                           MOVE ORDENADO-REGISTRO(1:71) TO INTEG-DET
                           PERFORM EVALUAR-PREFERIDA-INTEG
                   END-READ
               END-PERFORM
               CLOSE WORK-ORDENADO
           END-IF.

       EVALUAR-PREFERIDA-INTEG.
           IF INTEG-DET(1:31) = INTEG-CLAVE-ANT
               IF INTEG-GRUPO-ANOTADO NOT = 'S'
                   MOVE 'S' TO INTEG-GRUPO-ANOTADO
                   ADD 1 TO INTEG-PREF-DOBLES
                   MOVE SPACES TO INTEG-LINEA
                   IF IG-CLASE = 'E'
                       STRING IG-NOMBRE DELIMITED BY SIZE
                           " email preferido: " DELIMITED BY SIZE
                           INTEG-VALOR-ANT DELIMITED BY SIZE
                           INTO INTEG-LINEA
                       END-STRING
                   ELSE
                       STRING IG-NOMBRE DELIMITED BY SIZE
                           " telefono preferido: " DELIMITED BY SIZE
                           INTEG-VALOR-ANT DELIMITED BY SIZE
                           INTO INTEG-LINEA
                       END-STRING
                   END-IF
                   WRITE INTEG-LINEA
               END-IF
               MOVE SPACES TO INTEG-LINEA
               STRING "    tambien preferido: " DELIMITED BY SIZE
                   IG-VALOR DELIMITED BY SIZE
                   INTO INTEG-LINEA
               END-STRING
               WRITE INTEG-LINEA
           ELSE
               MOVE INTEG-DET(1:31) TO INTEG-CLAVE-ANT
               MOVE IG-VALOR TO INTEG-VALOR-ANT
               MOVE 'N' TO INTEG-GRUPO-ANOTADO
           END-IF.

       ESCRIBIR-TOTALES-INTEG.
           COMPUTE INTEG-PROBLEMAS = INTEG-HUERF-COMU
               + INTEG-HUERF-INTER + INTEG-CATEGORIAS
               + INTEG-PREF-DOBLES
           MOVE SPACES TO INTEG-LINEA
           WRITE INTEG-LINEA
           MOVE "--- TOTALES ---" TO INTEG-LINEA
           WRITE INTEG-LINEA
           MOVE SPACES TO INTEG-LINEA
           STRING "Comunicaciones sin contacto:  " INTEG-HUERF-COMU
               DELIMITED BY SIZE INTO INTEG-LINEA
           END-STRING
           WRITE INTEG-LINEA
           MOVE SPACES TO INTEG-LINEA
           STRING "Interacciones sin contacto:   " INTEG-HUERF-INTER
               DELIMITED BY SIZE INTO INTEG-LINEA
           END-STRING
           WRITE INTEG-LINEA
           MOVE SPACES TO INTEG-LINEA
           STRING "Categorias no validas:        " INTEG-CATEGORIAS
               DELIMITED BY SIZE INTO INTEG-LINEA
           END-STRING
           WRITE INTEG-LINEA
           MOVE SPACES TO INTEG-LINEA
           STRING "Preferidas duplicadas:        " INTEG-PREF-DOBLES
               DELIMITED BY SIZE INTO INTEG-LINEA
           END-STRING
           WRITE INTEG-LINEA
           MOVE SPACES TO INTEG-LINEA
           STRING "Filas movidas a archivo:      " INTEG-REPARADOS
               DELIMITED BY SIZE INTO INTEG-LINEA
           END-STRING
           WRITE INTEG-LINEA.

      * Consent / do-not-contact register (consentimientos.dat): per
      * contact and per channel (EMAIL, TELEFONO, CARTA) whether the
      * person may be contacted, with the date and the operator who
      * took the request. Every change is audited as CONSENT.
      * EXPORT-CSV, EXPORTAR-VCF and the birthday letters consult it
      * through CARGAR-CONSENTIMIENTO. Same submenu scheme as
      * MANTENER-COMUNICACIONES.
       MANTENER-CONSENTIMIENTOS.
           MOVE 0 TO CONS-OPCION
           PERFORM MENU-CONSENTIMIENTOS UNTIL CONS-OPCION = 3.

       MENU-CONSENTIMIENTOS.
           DISPLAY " "
           DISPLAY "=== CONSENTIMIENTOS (NO CONTACTAR) ==="
           DISPLAY "1. Ver consentimientos de un contacto"
           DISPLAY "2. Registrar consentimiento u oposicion"
           DISPLAY "3. Volver al menu principal"
           DISPLAY "Seleccione opcion (1-3): "
           ACCEPT CONS-OPCION
           EVALUATE CONS-OPCION
               WHEN 1 PERFORM LISTAR-CONSENTIMIENTOS
               WHEN 2 PERFORM REGISTRAR-CONSENTIMIENTO
           END-EVALUATE.

       LISTAR-CONSENTIMIENTOS.
           DISPLAY "Nombre del contacto: "
           ACCEPT CONS-NOMBRE-CAP
           MOVE 0 TO CONS-NUM
           OPEN INPUT CONSENT-FILE
           IF CONS-STATUS = "00"
               MOVE 'N' TO CONS-EOF
               PERFORM UNTIL CONS-EOF = 'S'
                   READ CONSENT-FILE
                       AT END
                           MOVE 'S' TO CONS-EOF
                       NOT AT END
                           IF CN-NOMBRE = CONS-NOMBRE-CAP
                               ADD 1 TO CONS-NUM
                               IF CN-ESTADO = 'N'
                                   DISPLAY CN-CANAL " NO CONTACTAR"
                                       " desde " CN-FECHA
                                       " (" CN-OPERADOR ")"
                               ELSE
                                   DISPLAY CN-CANAL " permitido   "
                                       " desde " CN-FECHA
                                       " (" CN-OPERADOR ")"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSENT-FILE
           END-IF
           IF CONS-NUM = 0
               DISPLAY "Sin oposiciones registradas: todos los "
                   "canales permitidos."
           END-IF.

       REGISTRAR-CONSENTIMIENTO.
           DISPLAY "Nombre del contacto: "
           ACCEPT CONS-NOMBRE-CAP
           MOVE CONS-NOMBRE-CAP TO C-NOMBRE
           READ CONTACTOS-FILE
               INVALID KEY
                   DISPLAY "Contacto no encontrado."
               NOT INVALID KEY
                   PERFORM CAPTURAR-CONSENTIMIENTO
           END-READ.

       CAPTURAR-CONSENTIMIENTO.
           MOVE SPACES TO CONS-CANAL-CAP
           PERFORM UNTIL CONS-CANAL-CAP = "EMAIL"
                   OR CONS-CANAL-CAP = "TELEFONO"
                   OR CONS-CANAL-CAP = "CARTA"
               DISPLAY "Canal (email/telefono/carta): "
               ACCEPT CONS-CANAL-CAP
               MOVE FUNCTION UPPER-CASE(CONS-CANAL-CAP)
                   TO CONS-CANAL-CAP
           END-PERFORM
           MOVE SPACES TO CONS-ESTADO-CAP
           PERFORM UNTIL CONS-ESTADO-CAP = "N"
                   OR CONS-ESTADO-CAP = "S"
               DISPLAY "N = no contactar por este canal, "
                   "S = permitido: "
               ACCEPT CONS-ESTADO-CAP
               MOVE FUNCTION UPPER-CASE(CONS-ESTADO-CAP)
                   TO CONS-ESTADO-CAP
           END-PERFORM
           PERFORM GRABAR-CONSENTIMIENTO.

      * Upserts the CONS-NOMBRE-CAP/CONS-CANAL-CAP row with
      * CONS-ESTADO-CAP through consentimientos.tmp (the same
      * copy-through-temp rewrite as comunicaciones.dat) and audits
      * the before/after state. Setting the state a channel already
      * has changes nothing and leaves no audit entry.
       GRABAR-CONSENTIMIENTO.
           MOVE "*consentimientos.dat" TO BLQ-RECURSO
           PERFORM TOMAR-BLOQUEO-ARCHIVO
           IF BLQ-OBTENIDO = 'S'
               PERFORM ACTUALIZAR-CONSENTIMIENTO
               MOVE "*consentimientos.dat" TO BLQ-RECURSO
               PERFORM SOLTAR-BLOQUEO
           ELSE
               DISPLAY "Consentimiento no registrado."
           END-IF.

       ACTUALIZAR-CONSENTIMIENTO.
           MOVE SPACE TO CONS-ESTADO-ANT
           MOVE 'S' TO CONS-GRABAR
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE SPACES TO CONS-FECHA-HOY
           STRING AUD-TIMESTAMP(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               AUD-TIMESTAMP(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               AUD-TIMESTAMP(1:4) DELIMITED BY SIZE
               INTO CONS-FECHA-HOY
           END-STRING
           OPEN OUTPUT CONSENT-TEMP
           IF CONSTMP-STATUS NOT = "00"
               DISPLAY "No se pudo crear consentimientos.tmp ("
                   CONSTMP-STATUS ")."
               MOVE 'N' TO CONS-GRABAR
           ELSE
               OPEN INPUT CONSENT-FILE
               IF CONS-STATUS = "00"
                   MOVE 'N' TO CONS-EOF
                   PERFORM UNTIL CONS-EOF = 'S'
                       READ CONSENT-FILE
                           AT END
                               MOVE 'S' TO CONS-EOF
                           NOT AT END
                               IF CN-NOMBRE = CONS-NOMBRE-CAP
                                   AND CN-CANAL = CONS-CANAL-CAP
                                   MOVE CN-ESTADO TO CONS-ESTADO-ANT
                               ELSE
                                   MOVE CONSENT-REGISTRO
                                       TO CONSTMP-REGISTRO
                                   WRITE CONSTMP-REGISTRO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CONSENT-FILE
               ELSE
                   IF NOT CONS-NOT-FOUND
                       DISPLAY "No se pudo leer consentimientos.dat ("
                           CONS-STATUS ")."
                       MOVE 'N' TO CONS-GRABAR
                   END-IF
               END-IF
               IF CONS-GRABAR = 'S'
                   AND (CONS-ESTADO-ANT = CONS-ESTADO-CAP
                   OR (CONS-ESTADO-ANT = SPACE
                       AND CONS-ESTADO-CAP = 'S'))
                   DISPLAY "El canal ya tenia ese estado; sin "
                       "cambios."
                   MOVE 'N' TO CONS-GRABAR
               END-IF
               IF CONS-GRABAR = 'S'
                   MOVE CONS-NOMBRE-CAP TO CN-NOMBRE
                   MOVE CONS-CANAL-CAP TO CN-CANAL
                   MOVE CONS-ESTADO-CAP TO CN-ESTADO
                   MOVE CONS-FECHA-HOY TO CN-FECHA
                   MOVE OPERADOR-ACTUAL TO CN-OPERADOR
                   MOVE CONSENT-REGISTRO TO CONSTMP-REGISTRO
                   WRITE CONSTMP-REGISTRO
               END-IF
               CLOSE CONSENT-TEMP
           END-IF
           IF CONS-GRABAR = 'S'
               PERFORM COPIAR-TEMP-A-CONSENTIMIENTOS
               MOVE "CONSENT" TO AUD-OPERACION
               MOVE CONS-NOMBRE-CAP TO AUD-NOMBRE
               MOVE SPACES TO AUD-ANTERIOR
               IF CONS-ESTADO-ANT = SPACE
                   STRING "canal=" DELIMITED BY SIZE
                       CONS-CANAL-CAP DELIMITED BY SIZE
                       " estado=sin registro" DELIMITED BY SIZE
                       INTO AUD-ANTERIOR
                   END-STRING
               ELSE
                   STRING "canal=" DELIMITED BY SIZE
                       CONS-CANAL-CAP DELIMITED BY SIZE
                       " estado=" DELIMITED BY SIZE
                       CONS-ESTADO-ANT DELIMITED BY SIZE
                       INTO AUD-ANTERIOR
                   END-STRING
               END-IF
               MOVE SPACES TO AUD-NUEVO
               STRING "canal=" DELIMITED BY SIZE
                   CONS-CANAL-CAP DELIMITED BY SIZE
                   " estado=" DELIMITED BY SIZE
                   CONS-ESTADO-CAP DELIMITED BY SIZE
                   " fecha=" DELIMITED BY SIZE
                   CONS-FECHA-HOY DELIMITED BY SIZE
                   INTO AUD-NUEVO
               END-STRING
               PERFORM REGISTRAR-AUDITORIA
               DISPLAY "Consentimiento registrado."
           END-IF.

      * Truncating copy-back phase, same guard as
      * COPIAR-TEMP-A-COMUNICACIONES.
       COPIAR-TEMP-A-CONSENTIMIENTOS.
           OPEN INPUT CONSENT-TEMP
           IF CONSTMP-STATUS NOT = "00"
               DISPLAY "Advertencia: no se pudo releer "
                   "consentimientos.tmp (" CONSTMP-STATUS "); "
                   "consentimientos.dat queda sin cambios."
           ELSE
               OPEN OUTPUT CONSENT-FILE
               IF CONS-STATUS NOT = "00"
                   DISPLAY "Advertencia: no se pudo reescribir "
                       "consentimientos.dat (" CONS-STATUS "); se "
                       "conserva consentimientos.tmp."
                   CLOSE CONSENT-TEMP
               ELSE
                   MOVE 'N' TO CONS-EOF
                   PERFORM UNTIL CONS-EOF = 'S'
                       READ CONSENT-TEMP
                           AT END
                               MOVE 'S' TO CONS-EOF
                           NOT AT END
                               MOVE CONSTMP-REGISTRO
                                   TO CONSENT-REGISTRO
                               WRITE CONSENT-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE CONSENT-TEMP
                   CLOSE CONSENT-FILE
               END-IF
           END-IF.

      * Opt-outs of the contact named in CONS-NOMBRE-BUS into
      * CONS-NO-EMAIL / CONS-NO-TELEFONO / CONS-NO-CARTA. Without the
      * register (or without rows for the name) every channel is
      * allowed, as it always was.
       CARGAR-CONSENTIMIENTO.
           MOVE 'N' TO CONS-NO-EMAIL
           MOVE 'N' TO CONS-NO-TELEFONO
           MOVE 'N' TO CONS-NO-CARTA
           OPEN INPUT CONSENT-FILE
           IF CONS-STATUS = "00"
               MOVE 'N' TO CONS-EOF
               PERFORM UNTIL CONS-EOF = 'S'
                   READ CONSENT-FILE
                       AT END
                           MOVE 'S' TO CONS-EOF
                       NOT AT END
                           IF CN-NOMBRE = CONS-NOMBRE-BUS
                               AND CN-ESTADO = 'N'
                               EVALUATE CN-CANAL
                                   WHEN "EMAIL"
                                       MOVE 'S' TO CONS-NO-EMAIL
                                   WHEN "TELEFONO"
                                       MOVE 'S' TO CONS-NO-TELEFONO
                                   WHEN "CARTA"
                                       MOVE 'S' TO CONS-NO-CARTA
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSENT-FILE
           END-IF.

      * Hard-bounce processing for the file the mailing tool returns
      * after each send (rebotes.txt, one address per line with an
      * optional ";motivo"). Each address is looked up in C-EMAIL and
      * in comunicaciones.dat; every row holding it is flagged 'R'
      * (undeliverable), a bounced primary gets its own "principal"
      * row so the flag has somewhere to live, and when the contact
      * is left without a usable preferred email the flag moves to
      * another address on file. Every owner gets an "email"
      * interaction and a REBOTE audit entry. rebotes.rpt lists what
      * was done and, at the end, who now has no usable email at
      * all; addresses that match nobody go to rebotes-rechazos.txt
      * as MOTIVO;fila, like the CSV import. REB-RC: 0 all matched,
      * 4 with rejects, 8 the run could not be done.
       PROCESAR-REBOTES.
           DISPLAY "Procesando rebotes.txt..."
           PERFORM EJECUTAR-REBOTES.

      * Bounces rewrite comunicaciones.dat and append interactions;
      * both files are held for the whole run.
       EJECUTAR-REBOTES.
           MOVE "*comunicaciones.dat" TO BLQ-RECURSO
           PERFORM TOMAR-BLOQUEO-ARCHIVO
           IF BLQ-OBTENIDO = 'S'
               MOVE "*interacciones.dat" TO BLQ-RECURSO
               PERFORM TOMAR-BLOQUEO-ARCHIVO
               IF BLQ-OBTENIDO = 'S'
                   PERFORM APLICAR-REBOTES
                   MOVE "*interacciones.dat" TO BLQ-RECURSO
                   PERFORM SOLTAR-BLOQUEO
               ELSE
                   MOVE 8 TO REB-RC
               END-IF
               MOVE "*comunicaciones.dat" TO BLQ-RECURSO
               PERFORM SOLTAR-BLOQUEO
           ELSE
               MOVE 8 TO REB-RC
           END-IF.

       APLICAR-REBOTES.
           MOVE 0 TO REB-RC
           MOVE 0 TO REB-LEIDAS
           MOVE 0 TO REB-PROCESADAS
           MOVE 0 TO REB-RECHAZADAS
           MOVE 0 TO REB-SIN-EMAIL
           OPEN INPUT REBOTES-FILE
           IF REB-STATUS NOT = "00"
               DISPLAY "No se pudo abrir rebotes.txt (" REB-STATUS
                   ")."
               MOVE 8 TO REB-RC
           ELSE
               OPEN OUTPUT RPT-REBOTES
               OPEN OUTPUT REBOTES-RECHAZOS
               OPEN OUTPUT WORK-ORDEN
               IF REBR-STATUS NOT = "00"
                   OR REBRCH-STATUS NOT = "00"
                   OR ORDEN-STATUS NOT = "00"
                   DISPLAY "No se pudieron crear los archivos de "
                       "salida de rebotes (" REBR-STATUS " "
                       REBRCH-STATUS " " ORDEN-STATUS ")."
                   MOVE 8 TO REB-RC
                   CLOSE REBOTES-FILE
                   CLOSE RPT-REBOTES
                   CLOSE REBOTES-RECHAZOS
                   CLOSE WORK-ORDEN
               ELSE
                   MOVE FUNCTION CURRENT-DATE TO WS-HOY
                   MOVE SPACES TO REBOTE-RPT-LINEA
                   STRING "=== REBOTES DE EMAIL - " DELIMITED BY SIZE
                       WS-HOY(1:8) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-HOY(9:6) DELIMITED BY SIZE
                       " ===" DELIMITED BY SIZE
                       INTO REBOTE-RPT-LINEA
                   END-STRING
                   WRITE REBOTE-RPT-LINEA
                   MOVE 'N' TO REB-EOF
                   PERFORM UNTIL REB-EOF = 'S'
                       READ REBOTES-FILE
                           AT END
                               MOVE 'S' TO REB-EOF
                           NOT AT END
                               IF REBOTE-LINEA NOT = SPACES
                                   PERFORM PROCESAR-LINEA-REBOTE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REBOTES-FILE
                   CLOSE REBOTES-RECHAZOS
                   CLOSE WORK-ORDEN
                   PERFORM ESCRIBIR-SIN-EMAIL-REBOTES
                   CLOSE RPT-REBOTES
                   IF REB-RECHAZADAS > 0 AND REB-RC < 4
                       MOVE 4 TO REB-RC
                   END-IF
                   DISPLAY "Rebotes: " REB-LEIDAS " leidos, "
                       REB-PROCESADAS " procesados, " REB-RECHAZADAS
                       " rechazados, " REB-SIN-EMAIL
                       " contacto(s) sin email utilizable."
               END-IF
           END-IF.

       PROCESAR-LINEA-REBOTE.
           ADD 1 TO REB-LEIDAS
           MOVE SPACES TO REB-CAMPO
           MOVE SPACES TO REB-MOTIVO
           UNSTRING REBOTE-LINEA DELIMITED BY ";"
               INTO REB-CAMPO REB-MOTIVO
           END-UNSTRING
           MOVE FUNCTION TRIM(REB-CAMPO) TO REB-CAMPO
           MOVE SPACES TO REB-EMAIL
           MOVE REB-CAMPO TO REB-EMAIL
           MOVE 0 TO WS-AT-COUNT
           INSPECT REB-EMAIL TALLYING WS-AT-COUNT FOR ALL "@"
           IF REB-CAMPO(31:70) NOT = SPACES OR WS-AT-COUNT NOT = 1
               MOVE "EMAIL-INVALIDO" TO REB-RECHAZO-MOTIVO
               PERFORM ANOTAR-RECHAZO-REBOTE
           ELSE
               PERFORM BUSCAR-DUENOS-REBOTE
               IF REB-NUM = 0
                   MOVE "NO-ENCONTRADO" TO REB-RECHAZO-MOTIVO
                   PERFORM ANOTAR-RECHAZO-REBOTE
               ELSE
                   ADD 1 TO REB-PROCESADAS
                   PERFORM MARCAR-REBOTE-COMUNICACIONES
                   PERFORM VARYING REB-POS FROM 1 BY 1
                           UNTIL REB-POS > REB-NUM
                       PERFORM CERRAR-REBOTE-CONTACTO
                   END-PERFORM
               END-IF
           END-IF.

      * Loads REB-TABLE with every contact holding REB-EMAIL, either
      * as its primary C-EMAIL (walk of the indexed file) or in a
      * comunicaciones.dat row; rows of names no longer in
      * contactos.dat are left to the integrity sweep. Addresses are
      * compared without regard to case, as mail systems do.
       BUSCAR-DUENOS-REBOTE.
           MOVE 0 TO REB-NUM
           MOVE LOW-VALUES TO C-NOMBRE
           MOVE 'N' TO EOF-FLAG
           START CONTACTOS-FILE KEY IS NOT LESS THAN C-NOMBRE
                   AT END
                       MOVE 'S' TO EOF-FLAG
                   NOT AT END
                       IF C-EMAIL NOT = SPACES
                           AND FUNCTION UPPER-CASE(C-EMAIL)
                               = FUNCTION UPPER-CASE(REB-EMAIL)
                           MOVE C-NOMBRE TO REB-DUENO
                           MOVE 'S' TO REB-DUENO-PRINCIPAL
                           PERFORM AGREGAR-DUENO-REBOTE
                       END-IF
               END-READ
           END-PERFORM
           OPEN INPUT COMUNICACIONES-FILE
           IF COMU-STATUS = "00"
               MOVE 'N' TO COMU-EOF
               PERFORM UNTIL COMU-EOF = 'S'
                   READ COMUNICACIONES-FILE
                       AT END
                           MOVE 'S' TO COMU-EOF
                       NOT AT END
                           IF FUNCTION UPPER-CASE(CO-VALOR)
                               = FUNCTION UPPER-CASE(REB-EMAIL)
                               MOVE CO-NOMBRE TO C-NOMBRE
                               READ CONTACTOS-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       MOVE C-NOMBRE TO REB-DUENO
                                       MOVE 'N' TO REB-DUENO-PRINCIPAL
                                       PERFORM AGREGAR-DUENO-REBOTE
                               END-READ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMUNICACIONES-FILE
           END-IF.

       AGREGAR-DUENO-REBOTE.
           MOVE 0 TO REB-POS
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > REB-NUM
               IF RB-NOMBRE(Q) = REB-DUENO
                   MOVE Q TO REB-POS
               END-IF
           END-PERFORM
           IF REB-POS = 0
               IF REB-NUM >= 50
                   DISPLAY "Advertencia: demasiados contactos con "
                       FUNCTION TRIM(REB-EMAIL) "; se omite "
                       FUNCTION TRIM(REB-DUENO)
               ELSE
                   ADD 1 TO REB-NUM
                   MOVE REB-NUM TO REB-POS
                   MOVE REB-DUENO TO RB-NOMBRE(REB-POS)
                   MOVE 'N' TO RB-PRINCIPAL(REB-POS)
                   MOVE SPACES TO RB-EMAIL-PRINCIPAL(REB-POS)
                   MOVE 'N' TO RB-CON-FILA(REB-POS)
                   MOVE 'N' TO RB-PERDIO-PREF(REB-POS)
               END-IF
           END-IF
           IF REB-POS > 0 AND REB-DUENO-PRINCIPAL = 'S'
               MOVE 'S' TO RB-PRINCIPAL(REB-POS)
               MOVE C-EMAIL TO RB-EMAIL-PRINCIPAL(REB-POS)
           END-IF.

      * Flags every comunicaciones.dat row holding REB-EMAIL as 'R'
      * and takes the preferred mark off it, through the usual
      * copy-through-temp rewrite; a bounced primary that has no row
      * yet gets a "principal" row carrying the 'R'.
       MARCAR-REBOTE-COMUNICACIONES.
           OPEN OUTPUT COMU-TEMP
           IF COMUTMP-STATUS NOT = "00"
               DISPLAY "No se pudo crear comunicaciones.tmp ("
                   COMUTMP-STATUS "); el rebote de "
                   FUNCTION TRIM(REB-EMAIL) " no queda marcado."
               MOVE 8 TO REB-RC
           ELSE
               OPEN INPUT COMUNICACIONES-FILE
               IF COMU-STATUS = "00"
                   MOVE 'N' TO COMU-EOF
                   PERFORM UNTIL COMU-EOF = 'S'
                       READ COMUNICACIONES-FILE
                           AT END
                               MOVE 'S' TO COMU-EOF
                           NOT AT END
                               PERFORM MARCAR-FILA-REBOTE
                               MOVE COMUNICACION-REGISTRO
                                   TO COMUTMP-REGISTRO
                               WRITE COMUTMP-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE COMUNICACIONES-FILE
               END-IF
               PERFORM VARYING REB-POS FROM 1 BY 1
                       UNTIL REB-POS > REB-NUM
                   IF RB-PRINCIPAL(REB-POS) = 'S'
                       AND RB-CON-FILA(REB-POS) = 'N'
                       MOVE RB-NOMBRE(REB-POS) TO CO-NOMBRE
                       MOVE "principal" TO CO-TIPO
                       MOVE RB-EMAIL-PRINCIPAL(REB-POS) TO CO-VALOR
                       MOVE 'N' TO CO-PREFERIDO
                       MOVE 'R' TO CO-ESTADO
                       MOVE COMUNICACION-REGISTRO TO COMUTMP-REGISTRO
                       WRITE COMUTMP-REGISTRO
                   END-IF
               END-PERFORM
               CLOSE COMU-TEMP
               PERFORM COPIAR-TEMP-A-COMUNICACIONES
           END-IF.

       MARCAR-FILA-REBOTE.
           IF FUNCTION UPPER-CASE(CO-VALOR)
               = FUNCTION UPPER-CASE(REB-EMAIL)
               MOVE 'R' TO CO-ESTADO
               PERFORM VARYING REB-POS FROM 1 BY 1
                       UNTIL REB-POS > REB-NUM
                   IF RB-NOMBRE(REB-POS) = CO-NOMBRE
                       MOVE 'S' TO RB-CON-FILA(REB-POS)
                       IF CO-PREFERIDO = 'S'
                           MOVE 'S' TO RB-PERDIO-PREF(REB-POS)
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'N' TO CO-PREFERIDO
           END-IF.

      * Per owner: moves the preferred flag to another usable email
      * when the bounce left none (the bounced one was preferred, or
      * the bounced primary was what got used), then logs the
      * interaction, the audit entry and the report line.
       CERRAR-REBOTE-CONTACTO.
           MOVE RB-NOMBRE(REB-POS) TO COMU-NOMBRE-CAP
           MOVE RB-NOMBRE(REB-POS) TO C-NOMBRE
           MOVE SPACES TO COMU-EMAIL-PRINCIPAL
           READ CONTACTOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE C-EMAIL TO COMU-EMAIL-PRINCIPAL
           END-READ
           PERFORM BUSCAR-EMAIL-PREFERIDO
           MOVE SPACES TO REB-NUEVO-PREF
           IF COMU-PREF-HALLADO = 'N'
               AND COMU-EMAIL-ALTERNO NOT = SPACES
               AND (RB-PERDIO-PREF(REB-POS) = 'S'
                   OR COMU-PRINCIPAL-REBOTADO = 'S')
               MOVE COMU-EMAIL-ALTERNO TO REB-NUEVO-PREF
               MOVE COMU-EMAIL-ALTERNO TO COMU-VALOR-CAP
               PERFORM APLICAR-PREFERENCIA
               MOVE REB-NUEVO-PREF TO COMU-EMAIL-UTIL
           END-IF
           MOVE RB-NOMBRE(REB-POS) TO INTER-NOMBRE-CAP
           MOVE "email" TO INTER-TIPO-CAP
           MOVE SPACES TO INTER-NOTA-CAP
           STRING "Rebote: " DELIMITED BY SIZE
               FUNCTION TRIM(REB-EMAIL) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(REB-MOTIVO) DELIMITED BY SIZE
               INTO INTER-NOTA-CAP
           END-STRING
           PERFORM GRABAR-INTERACCION-AUTOMATICA
           MOVE "REBOTE" TO AUD-OPERACION
           MOVE RB-NOMBRE(REB-POS) TO AUD-NOMBRE
           MOVE SPACES TO AUD-ANTERIOR
           STRING "email=" DELIMITED BY SIZE
               REB-EMAIL DELIMITED BY SIZE
               INTO AUD-ANTERIOR
           END-STRING
           MOVE SPACES TO AUD-NUEVO
           MOVE SPACES TO REBOTE-RPT-LINEA
           STRING RB-NOMBRE(REB-POS) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REB-EMAIL DELIMITED BY SIZE
               INTO REBOTE-RPT-LINEA
           END-STRING
           IF RB-PRINCIPAL(REB-POS) = 'S'
               MOVE "(principal)" TO REBOTE-RPT-LINEA(63:11)
           ELSE
               MOVE "(adicional)" TO REBOTE-RPT-LINEA(63:11)
           END-IF
           IF COMU-EMAIL-UTIL = SPACES
               ADD 1 TO REB-SIN-EMAIL
               MOVE "no entregable; sin email utilizable" TO AUD-NUEVO
               MOVE "-> SIN EMAIL UTILIZABLE"
                   TO REBOTE-RPT-LINEA(75:23)
               MOVE SPACES TO ORDEN-REGISTRO
               MOVE RB-NOMBRE(REB-POS) TO ORDEN-REGISTRO
               WRITE ORDEN-REGISTRO
           ELSE
               IF REB-NUEVO-PREF NOT = SPACES
                   STRING "no entregable; preferido=" DELIMITED BY SIZE
                       REB-NUEVO-PREF DELIMITED BY SIZE
                       INTO AUD-NUEVO
                   END-STRING
                   MOVE "-> preferido:" TO REBOTE-RPT-LINEA(75:13)
               ELSE
                   STRING "no entregable; usa=" DELIMITED BY SIZE
                       COMU-EMAIL-UTIL DELIMITED BY SIZE
                       INTO AUD-NUEVO
                   END-STRING
                   MOVE "-> usa:" TO REBOTE-RPT-LINEA(75:7)
               END-IF
               MOVE COMU-EMAIL-UTIL TO REBOTE-RPT-LINEA(89:30)
           END-IF
           WRITE REBOTE-RPT-LINEA
           PERFORM REGISTRAR-AUDITORIA.

       ANOTAR-RECHAZO-REBOTE.
           ADD 1 TO REB-RECHAZADAS
           MOVE SPACES TO REBOTE-RECHAZO-LINEA
           STRING FUNCTION TRIM(REB-RECHAZO-MOTIVO) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               REBOTE-LINEA DELIMITED BY SIZE
               INTO REBOTE-RECHAZO-LINEA
           END-STRING
           WRITE REBOTE-RECHAZO-LINEA.

      * Closing section of rebotes.rpt: the contacts the run left with
      * no usable email, in name order and once each, from the names
      * parked in the sort work file.
       ESCRIBIR-SIN-EMAIL-REBOTES.
           MOVE SPACES TO REBOTE-RPT-LINEA
           WRITE REBOTE-RPT-LINEA
           MOVE "--- CONTACTOS SIN EMAIL UTILIZABLE ---"
               TO REBOTE-RPT-LINEA
           WRITE REBOTE-RPT-LINEA
           IF REB-SIN-EMAIL = 0
               MOVE "(ninguno)" TO REBOTE-RPT-LINEA
               WRITE REBOTE-RPT-LINEA
           ELSE
               SORT ORDENA-FILE ON ASCENDING KEY ORDENA-CLAVE
                   USING WORK-ORDEN GIVING WORK-ORDENADO
               OPEN INPUT WORK-ORDENADO
               IF ORDENADO-STATUS NOT = "00"
                   DISPLAY "Error al leer ordena-salida.tmp: "
                       ORDENADO-STATUS
               ELSE
                   MOVE SPACES TO REB-SIN-EMAIL-ANT
                   MOVE 'N' TO ORDEN-EOF
                   PERFORM UNTIL ORDEN-EOF = 'S'
                       READ WORK-ORDENADO
                           AT END
                               MOVE 'S' TO ORDEN-EOF
                           NOT AT END
                               IF ORDENADO-REGISTRO(1:30)
                                   NOT = REB-SIN-EMAIL-ANT
                                   MOVE ORDENADO-REGISTRO(1:30)
                                       TO REB-SIN-EMAIL-ANT
                                   MOVE ORDENADO-REGISTRO(1:30)
                                       TO REBOTE-RPT-LINEA
                                   WRITE REBOTE-RPT-LINEA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE WORK-ORDENADO
               END-IF
           END-IF.

      * Appends an interaction dated today for INTER-NOMBRE-CAP with
      * INTER-TIPO-CAP / INTER-NOTA-CAP and no follow-up, for the
      * runs that log contact on the operator's behalf. The caller
      * already holds the interacciones.dat lock for its whole run.
       GRABAR-INTERACCION-AUTOMATICA.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           MOVE SPACES TO INTER-FECHA-HOY
           STRING AUD-TIMESTAMP(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               AUD-TIMESTAMP(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               AUD-TIMESTAMP(1:4) DELIMITED BY SIZE
               INTO INTER-FECHA-HOY
           END-STRING
           OPEN EXTEND INTERACCIONES-FILE
           IF INTER-NOT-FOUND
               CLOSE INTERACCIONES-FILE
               OPEN OUTPUT INTERACCIONES-FILE
           END-IF
           IF INTER-STATUS NOT = "00"
               DISPLAY "No se pudo escribir en interacciones.dat ("
                   INTER-STATUS ")."
           ELSE
               MOVE INTER-NOMBRE-CAP TO IN-NOMBRE
               MOVE INTER-FECHA-HOY TO IN-FECHA
               MOVE INTER-TIPO-CAP TO IN-TIPO
               MOVE INTER-NOTA-CAP TO IN-NOTA
               MOVE SPACES TO IN-SEGUIMIENTO
               WRITE INTERACCION-REGISTRO
               CLOSE INTERACCIONES-FILE
           END-IF.

      * Targeted mailings. A supervisor keeps the campaign master
      * (campanas.dat): code, template, channel and the selection -
      * categories, an age range from C-ANIO and "leave out whoever
      * had an interaction in the last N days". Anyone may run a
      * defined campaign; every recipient gets a "campana" interaction
      * whose note starts with the campaign code, and every selected
      * contact, sent or suppressed, a row in campanas-envios.dat
      * that the follow-up report reads. Same submenu scheme as
      * MANTENER-CATEGORIAS.
       MANTENER-CAMPANAS.
           MOVE 0 TO CAMP-OPCION
           PERFORM MENU-CAMPANAS UNTIL CAMP-OPCION = 6.

       MENU-CAMPANAS.
           DISPLAY " "
           DISPLAY "=== CAMPANAS ==="
           DISPLAY "1. Listar campanas"
           DISPLAY "2. Definir o modificar campana"
           DISPLAY "3. Activar o desactivar campana"
           DISPLAY "4. Ejecutar campana"
           DISPLAY "5. Reporte de seguimiento de campana"
           DISPLAY "6. Volver al menu principal"
           DISPLAY "Seleccione opcion (1-6): "
           ACCEPT CAMP-OPCION
           EVALUATE CAMP-OPCION
               WHEN 1 PERFORM LISTAR-CAMPANAS
               WHEN 2
                   PERFORM EXIGIR-SUPERVISOR
                   IF OPERACION-AUTORIZADA = 'S'
                       PERFORM TOMAR-BLOQUEO-CAMPANAS
                       IF BLQ-OBTENIDO = 'S'
                           PERFORM DEFINIR-CAMPANA
                           PERFORM SOLTAR-BLOQUEO-CAMPANAS
                       END-IF
                   END-IF
               WHEN 3
                   PERFORM EXIGIR-SUPERVISOR
                   IF OPERACION-AUTORIZADA = 'S'
                       PERFORM TOMAR-BLOQUEO-CAMPANAS
                       IF BLQ-OBTENIDO = 'S'
                           PERFORM CAMBIAR-ESTADO-CAMPANA
                           PERFORM SOLTAR-BLOQUEO-CAMPANAS
                       END-IF
                   END-IF
               WHEN 4 PERFORM LANZAR-CAMPANA
               WHEN 5 PERFORM SEGUIMIENTO-CAMPANA
           END-EVALUATE.

      * campanas.dat is rewritten whole, like categorias.dat.
       TOMAR-BLOQUEO-CAMPANAS.
           MOVE "*campanas.dat" TO BLQ-RECURSO
           PERFORM TOMAR-BLOQUEO-ARCHIVO.

       SOLTAR-BLOQUEO-CAMPANAS.
           MOVE "*campanas.dat" TO BLQ-RECURSO
           PERFORM SOLTAR-BLOQUEO.

      * Loads campanas.dat into CAMP-TABLE; a missing master simply
      * leaves CAMP-NUM at zero.
       CARGAR-CAMPANAS.
           MOVE 0 TO CAMP-NUM
           OPEN INPUT CAMPANAS-FILE
           IF CAMP-STATUS = "00"
               MOVE 'N' TO CAMP-EOF
               PERFORM UNTIL CAMP-EOF = 'S' OR CAMP-NUM >= 50
                   READ CAMPANAS-FILE
                       AT END
                           MOVE 'S' TO CAMP-EOF
                       NOT AT END
                           ADD 1 TO CAMP-NUM
                           MOVE CAMPANA-REGISTRO
                               TO CAMP-ENTRY(CAMP-NUM)
                   END-READ
               END-PERFORM
               CLOSE CAMPANAS-FILE
           END-IF.

       GUARDAR-CAMPANAS.
           OPEN OUTPUT CAMPANAS-FILE
           IF CAMP-STATUS NOT = "00"
               DISPLAY "Error al guardar campanas.dat ("
                   CAMP-STATUS ")."
           ELSE
               PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > CAMP-NUM
                   MOVE CAMP-ENTRY(Q) TO CAMPANA-REGISTRO
                   WRITE CAMPANA-REGISTRO
               END-PERFORM
               CLOSE CAMPANAS-FILE
           END-IF.

      * Leaves in CAMP-POS the position of code CAMP-CODIGO-CAP in the
      * loaded table (0 = not defined).
       BUSCAR-CAMPANA-TABLA.
           MOVE 0 TO CAMP-POS
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > CAMP-NUM
               IF CAMP-ENTRY(Q)(1:8) = CAMP-CODIGO-CAP(1:8)
                   MOVE Q TO CAMP-POS
               END-IF
           END-PERFORM.

       LISTAR-CAMPANAS.
           PERFORM CARGAR-CAMPANAS
           IF CAMP-NUM = 0
               DISPLAY "No hay campanas definidas."
           ELSE
               DISPLAY "=== CAMPANAS ==="
               PERFORM VARYING CAMP-POS FROM 1 BY 1
                       UNTIL CAMP-POS > CAMP-NUM
                   MOVE CAMP-ENTRY(CAMP-POS) TO CAMPANA-ACT
                   IF CA-ESTADO = 'A'
                       DISPLAY CA-CODIGO " (activa)   " CA-CANAL " "
                           CA-DESCRIPCION
                   ELSE
                       DISPLAY CA-CODIGO " (inactiva) " CA-CANAL " "
                           CA-DESCRIPCION
                   END-IF
                   DISPLAY "    plantilla: " FUNCTION TRIM(CA-PLANTILLA)
                       "  edad: " CA-EDAD-MIN "-" CA-EDAD-MAX
                       "  excluir contactados en " CA-EXCLUIR-DIAS
                       " dias"
                   IF CA-POR-HOGAR = 'S'
                       DISPLAY "    un solo envio por hogar"
                   END-IF
                   IF CA-CATEGORIAS = SPACES
                       DISPLAY "    categorias: (todas)"
                   ELSE
                       DISPLAY "    categorias: " CA-CATEGORIA(1) " "
                           CA-CATEGORIA(2) " " CA-CATEGORIA(3) " "
                           CA-CATEGORIA(4)
                   END-IF
               END-PERFORM
           END-IF.

      * Adds a campaign or replaces the definition of an existing one
      * (its sends stay in campanas-envios.dat under the same code).
       DEFINIR-CAMPANA.
           PERFORM CARGAR-CAMPANAS
           DISPLAY "Codigo de campana (hasta 8 letras, digitos o -): "
           ACCEPT CAMP-CODIGO-CAP
           PERFORM VALIDAR-CODIGO-CAMPANA
           IF CAMP-VALIDO NOT = 'S'
               DISPLAY "Codigo de campana invalido."
           ELSE
               PERFORM BUSCAR-CAMPANA-TABLA
               IF CAMP-POS = 0 AND CAMP-NUM >= 50
                   DISPLAY "El maestro de campanas esta lleno."
               ELSE
                   IF CAMP-POS > 0
                       DISPLAY "La campana ya existe; se reemplaza su "
                           "definicion."
                   END-IF
                   PERFORM CAPTURAR-CAMPANA
                   IF CAMP-VALIDO = 'S'
                       IF CAMP-POS = 0
                           ADD 1 TO CAMP-NUM
                           MOVE CAMP-NUM TO CAMP-POS
                       END-IF
                       MOVE CAMPANA-ACT TO CAMP-ENTRY(CAMP-POS)
                       PERFORM GUARDAR-CAMPANAS
                       DISPLAY "Campana guardada."
                   END-IF
               END-IF
           END-IF.

      * The code names the output files (<codigo>-manifiesto.txt ...),
      * so only letters, digits and '-' are accepted, up to 8 of them.
      * Leaves it trimmed and in capitals in CAMP-CODIGO-CAP.
       VALIDAR-CODIGO-CAMPANA.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CAMP-CODIGO-CAP))
               TO CAMP-CODIGO-CAP
           MOVE 'S' TO CAMP-VALIDO
           IF CAMP-CODIGO-CAP = SPACES
               MOVE 'N' TO CAMP-VALIDO
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(CAMP-CODIGO-CAP))
                   TO WS-LONGITUD
               IF WS-LONGITUD > 8
                   MOVE 'N' TO CAMP-VALIDO
               ELSE
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > WS-LONGITUD
                       IF (CAMP-CODIGO-CAP(K:1) < "A"
                           OR CAMP-CODIGO-CAP(K:1) > "Z")
                           AND (CAMP-CODIGO-CAP(K:1) < "0"
                           OR CAMP-CODIGO-CAP(K:1) > "9")
                           AND CAMP-CODIGO-CAP(K:1) NOT = "-"
                           MOVE 'N' TO CAMP-VALIDO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       CAPTURAR-CAMPANA.
           MOVE SPACES TO CAMPANA-ACT
           MOVE CAMP-CODIGO-CAP(1:8) TO CA-CODIGO
           MOVE 'A' TO CA-ESTADO
           DISPLAY "Descripcion: "
           ACCEPT CA-DESCRIPCION
           DISPLAY "Plantilla (archivo de texto, ej. promo.txt): "
           ACCEPT CA-PLANTILLA
           DISPLAY "Categorias (hasta 4 separadas por coma; vacio = "
               "todas): "
           ACCEPT CAMP-CATEG-CAP
           DISPLAY "Edad minima (0 = sin minimo): "
           ACCEPT CA-EDAD-MIN
           DISPLAY "Edad maxima (0 = sin maximo): "
           ACCEPT CA-EDAD-MAX
           IF CA-EDAD-MAX = 0
               MOVE 999 TO CA-EDAD-MAX
           END-IF
           PERFORM UNTIL CA-CANAL = "CARTA" OR CA-CANAL = "EMAIL"
               DISPLAY "Canal (CARTA/EMAIL): "
               ACCEPT CA-CANAL
               MOVE FUNCTION UPPER-CASE(CA-CANAL) TO CA-CANAL
           END-PERFORM
           DISPLAY "Excluir contactados en los ultimos N dias "
               "(0 = no excluir): "
           ACCEPT CA-EXCLUIR-DIAS
           DISPLAY "Un solo envio por hogar (S/N): "
           ACCEPT HOG-CAP
           MOVE 'N' TO CA-POR-HOGAR
           IF FUNCTION UPPER-CASE(HOG-CAP) = "S"
               MOVE 'S' TO CA-POR-HOGAR
           END-IF
           MOVE 'S' TO CAMP-VALIDO
           MOVE FUNCTION TRIM(CA-PLANTILLA) TO CA-PLANTILLA
           IF CA-PLANTILLA = SPACES
               DISPLAY "Falta la plantilla."
               MOVE 'N' TO CAMP-VALIDO
           END-IF
           IF CA-EDAD-MIN > CA-EDAD-MAX
               DISPLAY "La edad minima supera a la maxima."
               MOVE 'N' TO CAMP-VALIDO
           END-IF
           PERFORM CAPTURAR-CATEGORIAS-CAMPANA.

      * Splits the typed list into CA-CATEGORIA(1..4). Each one must
      * be in the category master, unless the master is still empty
      * (the same grace VALIDAR-CATEGORIA gives).
       CAPTURAR-CATEGORIAS-CAMPANA.
           MOVE 0 TO WS-COMA-COUNT
           INSPECT CAMP-CATEG-CAP TALLYING WS-COMA-COUNT FOR ALL ","
           IF WS-COMA-COUNT > 3
               DISPLAY "Como maximo 4 categorias."
               MOVE 'N' TO CAMP-VALIDO
           ELSE
               UNSTRING CAMP-CATEG-CAP DELIMITED BY ","
                   INTO CA-CATEGORIA(1) CA-CATEGORIA(2)
                        CA-CATEGORIA(3) CA-CATEGORIA(4)
               END-UNSTRING
               PERFORM CARGAR-CATEGORIAS
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
                   MOVE FUNCTION TRIM(CA-CATEGORIA(K))
                       TO CA-CATEGORIA(K)
                   IF CA-CATEGORIA(K) NOT = SPACES AND CAT-NUM > 0
                       MOVE CA-CATEGORIA(K) TO CAT-BUSCADA
                       PERFORM BUSCAR-CATEGORIA-TABLA
                       IF CAT-HALLADA NOT = 'S'
                           DISPLAY "Categoria no registrada: "
                               CA-CATEGORIA(K)
                           MOVE 'N' TO CAMP-VALIDO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CAMBIAR-ESTADO-CAMPANA.
           PERFORM CARGAR-CAMPANAS
           DISPLAY "Codigo de campana: "
           ACCEPT CAMP-CODIGO-CAP
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CAMP-CODIGO-CAP))
               TO CAMP-CODIGO-CAP
           PERFORM BUSCAR-CAMPANA-TABLA
           IF CAMP-POS = 0
               DISPLAY "Campana no definida."
           ELSE
               MOVE CAMP-ENTRY(CAMP-POS) TO CAMPANA-ACT
               IF CA-ESTADO = 'A'
                   MOVE 'I' TO CA-ESTADO
                   DISPLAY "Campana desactivada; ya no puede "
                       "ejecutarse."
               ELSE
                   MOVE 'A' TO CA-ESTADO
                   DISPLAY "Campana activada."
               END-IF
               MOVE CAMPANA-ACT TO CAMP-ENTRY(CAMP-POS)
               PERFORM GUARDAR-CAMPANAS
           END-IF.

       LANZAR-CAMPANA.
           DISPLAY "Codigo de la campana a ejecutar: "
           ACCEPT CAMP-CODIGO-CAP
           MOVE FUNCTION UPPER-CASE(CAMP-CODIGO-CAP) TO CAMP-CODIGO-CAP
           PERFORM EJECUTAR-CAMPANA.

      * One run of campaign CAMP-CODIGO-CAP, with no dialogs (menu
      * and lote "CAMPANA codigo"). CARTA writes one letter per
      * recipient (<codigo>-0001.txt ...) plus <codigo>-manifiesto.txt
      * with "archivo;email" lines, exactly like the birthday letters;
      * EMAIL writes the list <codigo>-emails.txt ("email;saludo;
      * nombre" for the mailing tool's merge) and a manifest pointing
      * every address at the template. CAMP-RC: 0 sent, 4 nobody
      * left to send to, 8 the run could not be done. A run appends
      * one interaction per recipient, so interacciones.dat is held
      * for the whole run.
       EJECUTAR-CAMPANA.
           MOVE "*interacciones.dat" TO BLQ-RECURSO
           PERFORM TOMAR-BLOQUEO-ARCHIVO
           IF BLQ-OBTENIDO = 'S'
               PERFORM EMITIR-CAMPANA
               MOVE "*interacciones.dat" TO BLQ-RECURSO
               PERFORM SOLTAR-BLOQUEO
           ELSE
               MOVE 8 TO CAMP-RC
           END-IF.

       EMITIR-CAMPANA.
           MOVE 0 TO CAMP-RC
           MOVE 0 TO CAMP-SELECCIONADOS
           MOVE 0 TO CAMP-ENVIADOS
           MOVE 0 TO CAMP-SUPR-RECIENTE
           MOVE 0 TO CAMP-SUPR-NO-EMAIL
           MOVE 0 TO CAMP-SUPR-NO-CARTA
           MOVE 0 TO CAMP-SUPR-SIN-EMAIL
           MOVE 0 TO CAMP-SUPR-HOGAR
           MOVE 0 TO CAMP-SUPR-TOTAL
           MOVE FUNCTION TRIM(CAMP-CODIGO-CAP) TO CAMP-CODIGO-CAP
           PERFORM CARGAR-CAMPANAS
           PERFORM BUSCAR-CAMPANA-TABLA
           IF CAMP-POS = 0
               DISPLAY "Campana no definida: "
                   FUNCTION TRIM(CAMP-CODIGO-CAP)
               MOVE 8 TO CAMP-RC
           ELSE
               MOVE CAMP-ENTRY(CAMP-POS) TO CAMPANA-ACT
               IF CA-ESTADO NOT = 'A'
                   DISPLAY "La campana " FUNCTION TRIM(CA-CODIGO)
                       " esta inactiva."
                   MOVE 8 TO CAMP-RC
               ELSE
                   PERFORM CARGAR-PLANTILLA-CAMPANA
                   IF TPL-NUM = 0
                       DISPLAY "No se ejecuta la campana: plantilla "
                           FUNCTION TRIM(CA-PLANTILLA)
                           " no disponible o vacia."
                       MOVE 8 TO CAMP-RC
                   ELSE
                       PERFORM ABRIR-SALIDAS-CAMPANA
                       IF CAMP-RC = 0
                           PERFORM RECORRER-CAMPANA
                           PERFORM CERRAR-SALIDAS-CAMPANA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Unlike the birthday template no model is made up here: a
      * campaign without its text must not go out.
       CARGAR-PLANTILLA-CAMPANA.
           MOVE 0 TO TPL-NUM
           MOVE CA-PLANTILLA TO CAMP-NOMBRE-PLANTILLA
           OPEN INPUT CAMP-PLANTILLA-FILE
           IF CPLT-STATUS = "00"
               MOVE 'N' TO TPL-EOF
               PERFORM UNTIL TPL-EOF = 'S' OR TPL-NUM >= 50
                   READ CAMP-PLANTILLA-FILE
                       AT END
                           MOVE 'S' TO TPL-EOF
                       NOT AT END
                           ADD 1 TO TPL-NUM
                           MOVE CPLT-LINEA TO TPL-ENTRY(TPL-NUM)
                   END-READ
               END-PERFORM
               CLOSE CAMP-PLANTILLA-FILE
           END-IF.

       ABRIR-SALIDAS-CAMPANA.
           MOVE FUNCTION CURRENT-DATE TO WS-HOY
           MOVE WS-HOY(1:8) TO WS-HOY-YYYYMMDD
           MOVE WS-HOY(1:4) TO WS-ANIO-HOY
           MOVE WS-HOY(5:4) TO WS-MMDD-HOY
           MOVE SPACES TO CAMP-FECHA-HOY
           STRING WS-HOY(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-HOY(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-HOY(1:4) DELIMITED BY SIZE
               INTO CAMP-FECHA-HOY
           END-STRING
           MOVE SPACES TO CAMP-NOMBRE-MANIFIESTO
           STRING FUNCTION TRIM(CA-CODIGO) DELIMITED BY SIZE
               "-manifiesto.txt" DELIMITED BY SIZE
               INTO CAMP-NOMBRE-MANIFIESTO
           END-STRING
           MOVE SPACES TO CAMP-NOMBRE-LISTA
           STRING FUNCTION TRIM(CA-CODIGO) DELIMITED BY SIZE
               "-emails.txt" DELIMITED BY SIZE
               INTO CAMP-NOMBRE-LISTA
           END-STRING
           OPEN OUTPUT CAMP-MANIFIESTO
           IF CMAN-STATUS NOT = "00"
               DISPLAY "Error al crear "
                   FUNCTION TRIM(CAMP-NOMBRE-MANIFIESTO) ": "
                   CMAN-STATUS
               MOVE 8 TO CAMP-RC
           END-IF
           IF CAMP-RC = 0 AND CA-CANAL = "EMAIL"
               OPEN OUTPUT CAMP-LISTA
               IF CLIS-STATUS NOT = "00"
                   DISPLAY "Error al crear "
                       FUNCTION TRIM(CAMP-NOMBRE-LISTA) ": "
                       CLIS-STATUS
                   MOVE 8 TO CAMP-RC
                   CLOSE CAMP-MANIFIESTO
               END-IF
           END-IF
           IF CAMP-RC = 0
               OPEN EXTEND CAMP-ENVIOS
               IF CENV-NOT-FOUND
                   CLOSE CAMP-ENVIOS
                   OPEN OUTPUT CAMP-ENVIOS
               END-IF
               IF CENV-STATUS NOT = "00"
                   DISPLAY "Error al abrir campanas-envios.dat: "
                       CENV-STATUS
                   MOVE 8 TO CAMP-RC
                   CLOSE CAMP-MANIFIESTO
                   IF CA-CANAL = "EMAIL"
                       CLOSE CAMP-LISTA
                   END-IF
               END-IF
           END-IF.

       CERRAR-SALIDAS-CAMPANA.
           CLOSE CAMP-MANIFIESTO
           IF CA-CANAL = "EMAIL"
               CLOSE CAMP-LISTA
           END-IF
           CLOSE CAMP-ENVIOS
           IF CAMP-ENVIADOS = 0 AND CAMP-RC = 0
               MOVE 4 TO CAMP-RC
           END-IF
           DISPLAY "Campana " FUNCTION TRIM(CA-CODIGO) ": "
               CAMP-SELECCIONADOS " seleccionado(s), " CAMP-ENVIADOS
               " enviado(s); manifiesto en "
               FUNCTION TRIM(CAMP-NOMBRE-MANIFIESTO) "."
           DISPLAY "Suprimidos: " CAMP-SUPR-NO-EMAIL
               " (no desea emails), " CAMP-SUPR-NO-CARTA
               " (no desea cartas), " CAMP-SUPR-RECIENTE
               " (contacto reciente), " CAMP-SUPR-SIN-EMAIL
               " (sin email utilizable)"
           IF CA-POR-HOGAR = 'S'
               DISPLAY "Agrupados en hogar: " CAMP-SUPR-HOGAR
                   " (nombrados en el envio de su hogar)"
           END-IF.

      * Each contact's last interaction comes from the same
      * name-sorted extract the neglect report uses: the contact's own
      * record arrives right after its interactions, so the last type
      * '1' seen is its last touch when the selection is decided.
      * The exclusion window may reach back past the last year-end
      * close, so the archives of the closed years it covers are read
      * as well; if one of them cannot be read nobody is mailed, as
      * the recent contacts could not be told apart.
       RECORRER-CAMPANA.
           PERFORM CARGAR-CATEGORIAS
           MOVE 0 TO CARTA-SEQ
           MOVE 'N' TO HOG-MODO
           IF CA-POR-HOGAR = 'S'
               MOVE 'S' TO HOG-MODO
           END-IF
           PERFORM PREPARAR-HOGARES
           MOVE 0 TO INACT-RC
           MOVE 0 TO INACT-DESDE-ANIO
           IF CA-EXCLUIR-DIAS > 0
               COMPUTE INACT-FECHA-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-HOY-YYYYMMDD)
                   - CA-EXCLUIR-DIAS)
               COMPUTE INACT-DESDE-ANIO = INACT-FECHA-NUM / 10000
           END-IF
           OPEN OUTPUT WORK-ORDEN
           IF ORDEN-STATUS NOT = "00"
               DISPLAY "Error al crear ordena-entrada.tmp: "
                   ORDEN-STATUS
               MOVE 8 TO CAMP-RC
           ELSE
               PERFORM EXTRAER-DATOS-INACTIVOS
               CLOSE WORK-ORDEN
               IF INACT-RC NOT = 0
                   DISPLAY "No se envia la campana: falta el historial"
                       " de interacciones de un ano cerrado."
                   MOVE 8 TO CAMP-RC
               ELSE
                   PERFORM SELECCIONAR-CAMPANA
               END-IF
           END-IF.

       SELECCIONAR-CAMPANA.
           SORT ORDENA-FILE ON ASCENDING KEY ORDENA-CLAVE
               USING WORK-ORDEN GIVING WORK-ORDENADO
           OPEN INPUT WORK-ORDENADO
           IF ORDENADO-STATUS NOT = "00"
               DISPLAY "Error al leer ordena-salida.tmp: "
                   ORDENADO-STATUS
               MOVE 8 TO CAMP-RC
           ELSE
               MOVE LOW-VALUES TO INACT-ULT-NOMBRE
               MOVE 'N' TO ORDEN-EOF
               PERFORM UNTIL ORDEN-EOF = 'S'
                   READ WORK-ORDENADO
                       AT END
                           MOVE 'S' TO ORDEN-EOF
                       NOT AT END
                           MOVE ORDENADO-REGISTRO(1:76)
                               TO INACT-DET
                           IF IX-TIPO-REG = '1'
                               MOVE IX-NOMBRE TO INACT-ULT-NOMBRE
                               MOVE IX-FECHA TO INACT-ULT-FECHA
                           ELSE
                               PERFORM EVALUAR-CONTACTO-CAMPANA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORK-ORDENADO
               IF HOG-MODO = 'S'
                   PERFORM EMITIR-CAMPANA-HOGAR
               END-IF
           END-IF.

       EVALUAR-CONTACTO-CAMPANA.
           MOVE IX-NOMBRE TO C-NOMBRE
           READ CONTACTOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM FILTRAR-CONTACTO-CAMPANA
                   IF CAMP-INCLUIR = 'S'
                       PERFORM DECIDIR-ENVIO-CAMPANA
                   END-IF
           END-READ.

      * Selection criteria: category list and age range. A contact
      * that does not meet them is simply not part of the campaign.
       FILTRAR-CONTACTO-CAMPANA.
           MOVE 'S' TO CAMP-INCLUIR
           IF CA-CATEGORIAS NOT = SPACES
               MOVE 'N' TO CAMP-INCLUIR
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
                   IF CA-CATEGORIA(K) NOT = SPACES
                       AND CA-CATEGORIA(K) = C-CATEGORIA
                       MOVE 'S' TO CAMP-INCLUIR
                   END-IF
               END-PERFORM
           END-IF
           IF CAMP-INCLUIR = 'S'
               AND (CA-EDAD-MIN > 0 OR CA-EDAD-MAX < 999)
               PERFORM CALCULAR-EDAD-CONTACTO
               IF WS-EDAD < 0
                   OR WS-EDAD < CA-EDAD-MIN
                   OR WS-EDAD > CA-EDAD-MAX
                   MOVE 'N' TO CAMP-INCLUIR
               END-IF
           END-IF.

      * A selected contact is suppressed, in this order, for having
      * opted out of the channel (CARTA campaigns also go out through
      * the mailing tool, so an EMAIL opt-out stops them too, as with
      * the birthday letters), for a recent interaction, or for
      * having no usable email left after bounces. In a campaign sent
      * per household, a member who is left is held back for the
      * household's mailing.
       DECIDIR-ENVIO-CAMPANA.
           ADD 1 TO CAMP-SELECCIONADOS
           MOVE SPACES TO CAMP-MOTIVO
           MOVE C-NOMBRE TO CONS-NOMBRE-BUS
           PERFORM CARGAR-CONSENTIMIENTO
           IF CA-CANAL = "CARTA" AND CONS-NO-CARTA = 'S'
               MOVE "NO-CARTA" TO CAMP-MOTIVO
           ELSE
               IF CONS-NO-EMAIL = 'S'
                   MOVE "NO-EMAIL" TO CAMP-MOTIVO
               END-IF
           END-IF
           IF CAMP-MOTIVO = SPACES AND CA-EXCLUIR-DIAS > 0
               AND INACT-ULT-NOMBRE = C-NOMBRE
               COMPUTE INACT-FECHA-NUM =
                   FUNCTION NUMVAL(INACT-ULT-FECHA(7:4)) * 10000
                   + FUNCTION NUMVAL(INACT-ULT-FECHA(4:2)) * 100
                   + FUNCTION NUMVAL(INACT-ULT-FECHA(1:2))
               COMPUTE INACT-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-HOY-YYYYMMDD)
                   - FUNCTION INTEGER-OF-DATE(INACT-FECHA-NUM)
               IF INACT-DIAS <= CA-EXCLUIR-DIAS
                   MOVE "CONTACTO-RECIENTE" TO CAMP-MOTIVO
               END-IF
           END-IF
           IF CAMP-MOTIVO = SPACES
               MOVE C-NOMBRE TO COMU-NOMBRE-CAP
               MOVE C-EMAIL TO COMU-EMAIL-PRINCIPAL
               PERFORM BUSCAR-EMAIL-PREFERIDO
               IF COMU-EMAIL-UTIL = SPACES
                   MOVE "SIN-EMAIL" TO CAMP-MOTIVO
               END-IF
           END-IF
           MOVE SPACES TO CAMP-DESTINO
           MOVE 'N' TO HOG-DIFERIDO
           IF CAMP-MOTIVO = SPACES
               MOVE C-NOMBRE TO HOG-NOMBRE-BUS
               PERFORM AGRUPAR-EN-HOGAR
           END-IF
           IF HOG-DIFERIDO NOT = 'S'
               IF CAMP-MOTIVO = SPACES
                   PERFORM ENVIAR-CAMPANA-CONTACTO
               END-IF
               PERFORM ANOTAR-ENVIO-CAMPANA
           END-IF.

      * {SALUDO} and {NOMBRE} as in the birthday letters; {FECHA} is
      * the day of the run.
       ENVIAR-CAMPANA-CONTACTO.
           MOVE C-NOMBRE TO CW-NOMBRE
           MOVE C-CATEGORIA TO CW-CATEGORIA
           MOVE C-EMAIL TO CW-EMAIL
           MOVE CAMP-FECHA-HOY(1:5) TO CW-FECHA
           PERFORM RESOLVER-SALUDO-CARTA
           IF CA-CANAL = "CARTA"
               ADD 1 TO CARTA-SEQ
               MOVE SPACES TO CARTA-NOMBRE-ARCHIVO
               STRING FUNCTION TRIM(CA-CODIGO) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   CARTA-SEQ DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO CARTA-NOMBRE-ARCHIVO
               END-STRING
               OPEN OUTPUT CARTA-FILE
               IF CARTA-STATUS NOT = "00"
                   DISPLAY "No se pudo crear " CARTA-NOMBRE-ARCHIVO
                       " (" CARTA-STATUS ")."
                   MOVE 8 TO CAMP-RC
                   MOVE "ERROR-SALIDA" TO CAMP-MOTIVO
               ELSE
                   PERFORM VARYING L FROM 1 BY 1 UNTIL L > TPL-NUM
                       MOVE TPL-ENTRY(L) TO TPL-LINEA-ACT
                       PERFORM REEMPLAZAR-MARCADORES
                       WRITE CARTA-LINEA
                   END-PERFORM
                   CLOSE CARTA-FILE
                   MOVE CARTA-NOMBRE-ARCHIVO TO CAMP-DESTINO
               END-IF
           ELSE
               MOVE SPACES TO CLIS-LINEA
               IF HOG-SALUDO = SPACES
                   STRING FUNCTION TRIM(COMU-EMAIL-UTIL)
                       DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(CARTA-SALUDO) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(C-NOMBRE) DELIMITED BY SIZE
                       INTO CLIS-LINEA
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(COMU-EMAIL-UTIL)
                       DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(CARTA-SALUDO) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(HOG-SALUDO) DELIMITED BY SIZE
                       INTO CLIS-LINEA
                   END-STRING
               END-IF
               WRITE CLIS-LINEA
               MOVE CA-PLANTILLA TO CAMP-DESTINO
           END-IF
           IF CAMP-MOTIVO = SPACES
               ADD 1 TO CAMP-ENVIADOS
               MOVE SPACES TO CMAN-LINEA
               STRING FUNCTION TRIM(CAMP-DESTINO) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(COMU-EMAIL-UTIL) DELIMITED BY SIZE
                   INTO CMAN-LINEA
               END-STRING
               WRITE CMAN-LINEA
               IF CA-CANAL = "EMAIL"
                   MOVE COMU-EMAIL-UTIL TO CAMP-DESTINO
               END-IF
               MOVE C-NOMBRE TO INTER-NOMBRE-CAP
               MOVE "campana" TO INTER-TIPO-CAP
               MOVE SPACES TO INTER-NOTA-CAP
               STRING FUNCTION TRIM(CA-CODIGO) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CA-DESCRIPCION DELIMITED BY SIZE
                   INTO INTER-NOTA-CAP
               END-STRING
               PERFORM GRABAR-INTERACCION-AUTOMATICA
           END-IF.

       ANOTAR-ENVIO-CAMPANA.
           MOVE CA-CODIGO TO CE-CODIGO
           MOVE CAMP-FECHA-HOY TO CE-FECHA
           MOVE C-NOMBRE TO CE-NOMBRE
           MOVE CAMP-MOTIVO TO CE-MOTIVO
           MOVE CAMP-DESTINO TO CE-DESTINO
           IF CAMP-MOTIVO = SPACES
               MOVE 'E' TO CE-ESTADO
           ELSE
               MOVE 'S' TO CE-ESTADO
               PERFORM CONTAR-SUPRESION-CAMPANA
           END-IF
           WRITE CAMP-ENVIO-REGISTRO.

       CONTAR-SUPRESION-CAMPANA.
           ADD 1 TO CAMP-SUPR-TOTAL
           EVALUATE CAMP-MOTIVO
               WHEN "NO-EMAIL"
                   ADD 1 TO CAMP-SUPR-NO-EMAIL
               WHEN "NO-CARTA"
                   ADD 1 TO CAMP-SUPR-NO-CARTA
               WHEN "CONTACTO-RECIENTE"
                   ADD 1 TO CAMP-SUPR-RECIENTE
               WHEN "SIN-EMAIL"
                   ADD 1 TO CAMP-SUPR-SIN-EMAIL
               WHEN "HOGAR"
                   ADD 1 TO CAMP-SUPR-HOGAR
           END-EVALUATE.

       SEGUIMIENTO-CAMPANA.
           DISPLAY "Codigo de la campana: "
           ACCEPT CAMP-CODIGO-CAP
           MOVE FUNCTION UPPER-CASE(CAMP-CODIGO-CAP) TO CAMP-CODIGO-CAP
           PERFORM EJECUTAR-SEGUIMIENTO-CAMPANA.

      * Follow-up report (campana-seguimiento.rpt) for campaign
      * CAMP-CODIGO-CAP over all its runs: sends and suppressions by
      * reason from campanas-envios.dat, then every recipient with
      * the first llamada or visita logged on or after the day it was
      * first mailed - the measure of whether the mailing produced
      * any response. The sends and the calls/visits meet in the
      * shared sort, keyed by name. The calls and visits come from
      * the live log and from the archives of the closed years since
      * the first send. CAMP-RC: 0 done, 4 the campaign has no sends
      * yet, 8 the report could not be produced.
       EJECUTAR-SEGUIMIENTO-CAMPANA.
           MOVE 0 TO CAMP-RC
           MOVE 0 TO CAMP-ENVIADOS
           MOVE 0 TO CAMP-EJECUCIONES
           MOVE 0 TO CAMP-DESTINATARIOS
           MOVE 0 TO CAMP-RESPUESTAS
           MOVE 0 TO CAMP-SUPR-RECIENTE
           MOVE 0 TO CAMP-SUPR-NO-EMAIL
           MOVE 0 TO CAMP-SUPR-NO-CARTA
           MOVE 0 TO CAMP-SUPR-SIN-EMAIL
           MOVE 0 TO CAMP-SUPR-HOGAR
           MOVE 0 TO CAMP-SUPR-TOTAL
           MOVE FUNCTION TRIM(CAMP-CODIGO-CAP) TO CAMP-CODIGO-CAP
           PERFORM CARGAR-CAMPANAS
           PERFORM BUSCAR-CAMPANA-TABLA
           IF CAMP-POS = 0
               DISPLAY "Campana no definida: "
                   FUNCTION TRIM(CAMP-CODIGO-CAP)
               MOVE 8 TO CAMP-RC
           ELSE
               MOVE CAMP-ENTRY(CAMP-POS) TO CAMPANA-ACT
               OPEN OUTPUT WORK-ORDEN
               IF ORDEN-STATUS NOT = "00"
                   DISPLAY "Error al crear ordena-entrada.tmp: "
                       ORDEN-STATUS
                   MOVE 8 TO CAMP-RC
               ELSE
                   PERFORM EXTRAER-ENVIOS-SEGUIMIENTO
                   PERFORM EXTRAER-RESPUESTAS-SEGUIMIENTO
                   CLOSE WORK-ORDEN
                   IF CAMP-RC < 8
                       SORT ORDENA-FILE ON ASCENDING KEY ORDENA-CLAVE
                           USING WORK-ORDEN GIVING WORK-ORDENADO
                       PERFORM ESCRIBIR-SEGUIMIENTO-CAMPANA
                   END-IF
               END-IF
           END-IF.

       EXTRAER-ENVIOS-SEGUIMIENTO.
           MOVE SPACES TO CAMP-FECHA-ANT
           MOVE 0 TO CAMP-ANIO-DESDE
           OPEN INPUT CAMP-ENVIOS
           IF CENV-STATUS NOT = "00" AND NOT CENV-NOT-FOUND
               DISPLAY "Error al leer campanas-envios.dat: "
                   CENV-STATUS
               MOVE 8 TO CAMP-RC
           END-IF
           IF CENV-STATUS = "00"
               MOVE 'N' TO CAMP-EOF
               PERFORM UNTIL CAMP-EOF = 'S'
                   READ CAMP-ENVIOS
                       AT END
                           MOVE 'S' TO CAMP-EOF
                       NOT AT END
                           IF CE-CODIGO = CA-CODIGO
                               PERFORM EVALUAR-ENVIO-SEGUIMIENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMP-ENVIOS
           END-IF
           IF CAMP-EJECUCIONES = 0 AND CAMP-RC = 0
               MOVE 4 TO CAMP-RC
           END-IF.

      * Rows are appended run after run, so a change of date starts
      * the next run.
       EVALUAR-ENVIO-SEGUIMIENTO.
           IF CE-FECHA NOT = CAMP-FECHA-ANT
               ADD 1 TO CAMP-EJECUCIONES
               MOVE CE-FECHA TO CAMP-FECHA-ANT
           END-IF
           IF CE-ESTADO = 'E'
               ADD 1 TO CAMP-ENVIADOS
               IF CAMP-ANIO-DESDE = 0
                   OR FUNCTION NUMVAL(CE-FECHA(7:4)) < CAMP-ANIO-DESDE
                   COMPUTE CAMP-ANIO-DESDE =
                       FUNCTION NUMVAL(CE-FECHA(7:4))
               END-IF
               MOVE SPACES TO CAMP-SEG-DET
               MOVE CE-NOMBRE TO CS-NOMBRE
               MOVE '1' TO CS-CLASE
               MOVE CE-FECHA TO CS-FECHA
               PERFORM CALCULAR-FECHA-SEGUIMIENTO
               MOVE SPACES TO ORDEN-REGISTRO
               MOVE CAMP-SEG-DET TO ORDEN-REGISTRO
               WRITE ORDEN-REGISTRO
           ELSE
               MOVE CE-MOTIVO TO CAMP-MOTIVO
               PERFORM CONTAR-SUPRESION-CAMPANA
           END-IF.

      * A closed year's archive that is missing holds nothing to
      * report; one that is there but cannot be read spoils the
      * response count and stops the report.
       EXTRAER-RESPUESTAS-SEGUIMIENTO.
           IF CAMP-ANIO-DESDE > 0
               PERFORM CARGAR-CIERRES
               PERFORM VARYING CIE-POS FROM 1 BY 1
                   UNTIL CIE-POS > CIE-NUM
                   IF CY-ANIO(CIE-POS) NOT < CAMP-ANIO-DESDE
                       MOVE SPACES TO INTER-NOMBRE-ARCHIVO
                       STRING "interacciones-" DELIMITED BY SIZE
                           CY-ANIO(CIE-POS) DELIMITED BY SIZE
                           ".dat" DELIMITED BY SIZE
                           INTO INTER-NOMBRE-ARCHIVO
                       END-STRING
                       PERFORM LEER-RESPUESTAS-SEGUIMIENTO
                       IF INTER-STATUS NOT = "00"
                           DISPLAY "Advertencia: no se pudo leer "
                               FUNCTION TRIM(INTER-NOMBRE-ARCHIVO)
                               "; faltan sus interacciones."
                           IF INTER-STATUS NOT = "35"
                               MOVE 8 TO CAMP-RC
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE "interacciones.dat" TO INTER-NOMBRE-ARCHIVO
           PERFORM LEER-RESPUESTAS-SEGUIMIENTO.

       LEER-RESPUESTAS-SEGUIMIENTO.
           OPEN INPUT INTERACCIONES-FILE
           IF INTER-STATUS = "00"
               MOVE 'N' TO INTER-EOF
                       AT END
                           MOVE 'S' TO INTER-EOF
                       NOT AT END
                           IF FUNCTION UPPER-CASE(IN-TIPO) = "LLAMADA"
                               OR FUNCTION UPPER-CASE(IN-TIPO)
                                   = "VISITA"
                               MOVE SPACES TO CAMP-SEG-DET
                               MOVE IN-NOMBRE TO CS-NOMBRE
                               MOVE '2' TO CS-CLASE
                               MOVE IN-FECHA TO CS-FECHA
                               MOVE IN-TIPO TO CS-TIPO
                               PERFORM CALCULAR-FECHA-SEGUIMIENTO
                               MOVE SPACES TO ORDEN-REGISTRO
                               MOVE CAMP-SEG-DET TO ORDEN-REGISTRO
                               WRITE ORDEN-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INTERACCIONES-FILE
           END-IF.

      * DD/MM/AAAA in CS-FECHA to the sortable AAAAMMDD in
      * CS-FECHA-NUM.
       CALCULAR-FECHA-SEGUIMIENTO.
           COMPUTE CS-FECHA-NUM =
               FUNCTION NUMVAL(CS-FECHA(7:4)) * 10000
               + FUNCTION NUMVAL(CS-FECHA(4:2)) * 100
               + FUNCTION NUMVAL(CS-FECHA(1:2)).

       ESCRIBIR-SEGUIMIENTO-CAMPANA.
           OPEN OUTPUT RPT-CAMPANA
           IF CAMPR-STATUS NOT = "00"
               DISPLAY "Error al crear campana-seguimiento.rpt: "
                   CAMPR-STATUS
               MOVE 8 TO CAMP-RC
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-HOY
               MOVE SPACES TO CAMPR-LINEA
               STRING "=== SEGUIMIENTO DE CAMPANA " DELIMITED BY SIZE
                   FUNCTION TRIM(CA-CODIGO) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(CA-DESCRIPCION) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-HOY(1:8) DELIMITED BY SIZE
                   " ===" DELIMITED BY SIZE
                   INTO CAMPR-LINEA
               END-STRING
               WRITE CAMPR-LINEA
               MOVE SPACES TO CAMPR-LINEA
               STRING "Canal: " DELIMITED BY SIZE
                   FUNCTION TRIM(CA-CANAL) DELIMITED BY SIZE
                   "  Plantilla: " DELIMITED BY SIZE
                   FUNCTION TRIM(CA-PLANTILLA) DELIMITED BY SIZE
                   "  Ejecuciones: " DELIMITED BY SIZE
                   CAMP-EJECUCIONES DELIMITED BY SIZE
                   "  Envios: " DELIMITED BY SIZE
                   CAMP-ENVIADOS DELIMITED BY SIZE
                   "  Suprimidos: " DELIMITED BY SIZE
                   CAMP-SUPR-TOTAL DELIMITED BY SIZE
                   INTO CAMPR-LINEA
               END-STRING
               WRITE CAMPR-LINEA
               MOVE SPACES TO CAMPR-LINEA
               STRING "  No desea emails: " DELIMITED BY SIZE
                   CAMP-SUPR-NO-EMAIL DELIMITED BY SIZE
                   "  No desea cartas: " DELIMITED BY SIZE
                   CAMP-SUPR-NO-CARTA DELIMITED BY SIZE
                   "  Contacto reciente: " DELIMITED BY SIZE
                   CAMP-SUPR-RECIENTE DELIMITED BY SIZE
                   "  Sin email utilizable: " DELIMITED BY SIZE
                   CAMP-SUPR-SIN-EMAIL DELIMITED BY SIZE
                   "  Hogar: " DELIMITED BY SIZE
                   CAMP-SUPR-HOGAR DELIMITED BY SIZE
                   INTO CAMPR-LINEA
               END-STRING
               WRITE CAMPR-LINEA
               MOVE SPACES TO CAMPR-LINEA
               WRITE CAMPR-LINEA
               MOVE "--- DESTINATARIOS ---" TO CAMPR-LINEA
               WRITE CAMPR-LINEA
               PERFORM RECORRER-SEGUIMIENTO-CAMPANA
               MOVE SPACES TO CAMPR-LINEA
               WRITE CAMPR-LINEA
               MOVE 0 TO CAMP-PCT
               IF CAMP-DESTINATARIOS > 0
                   COMPUTE CAMP-PCT ROUNDED =
                       CAMP-RESPUESTAS * 100 / CAMP-DESTINATARIOS
               END-IF
               MOVE SPACES TO CAMPR-LINEA
               STRING "FIN: " DELIMITED BY SIZE
                   CAMP-RESPUESTAS DELIMITED BY SIZE
                   " de " DELIMITED BY SIZE
                   CAMP-DESTINATARIOS DELIMITED BY SIZE
                   " destinatario(s) con llamada o visita posterior ("
                   DELIMITED BY SIZE
                   FUNCTION TRIM(CAMP-PCT) DELIMITED BY SIZE
                   "%)." DELIMITED BY SIZE
                   INTO CAMPR-LINEA
               END-STRING
               WRITE CAMPR-LINEA
               CLOSE RPT-CAMPANA
               DISPLAY "Reporte escrito en campana-seguimiento.rpt ("
                   CAMP-RESPUESTAS " de " CAMP-DESTINATARIOS
                   " con respuesta)."
           END-IF.

      * Per name: the first send opens the window and the first
      * llamada/visita dated on or after it counts as the response;
      * calls of people the campaign never reached fall through.
       RECORRER-SEGUIMIENTO-CAMPANA.
           OPEN INPUT WORK-ORDENADO
           IF ORDENADO-STATUS NOT = "00"
               DISPLAY "Error al leer ordena-salida.tmp: "
                   ORDENADO-STATUS
               MOVE 8 TO CAMP-RC
           ELSE
               MOVE LOW-VALUES TO CAMP-GRUPO-NOMBRE
               MOVE SPACES TO CAMP-GRUPO-ENVIO
               MOVE SPACES TO CAMP-GRUPO-RESP-FECHA
               MOVE 'N' TO ORDEN-EOF
               PERFORM UNTIL ORDEN-EOF = 'S'
                   READ WORK-ORDENADO
                       AT END
                           MOVE 'S' TO ORDEN-EOF
                       NOT AT END
                           MOVE ORDENADO-REGISTRO(1:61)
                               TO CAMP-SEG-DET
                           PERFORM EVALUAR-GRUPO-SEGUIMIENTO
                   END-READ
               END-PERFORM
               PERFORM CERRAR-GRUPO-SEGUIMIENTO
               CLOSE WORK-ORDENADO
           END-IF.

       EVALUAR-GRUPO-SEGUIMIENTO.
           IF CS-NOMBRE NOT = CAMP-GRUPO-NOMBRE
               PERFORM CERRAR-GRUPO-SEGUIMIENTO
               MOVE CS-NOMBRE TO CAMP-GRUPO-NOMBRE
               MOVE SPACES TO CAMP-GRUPO-ENVIO
               MOVE 0 TO CAMP-GRUPO-ENVIO-NUM
               MOVE SPACES TO CAMP-GRUPO-RESP-FECHA
               MOVE SPACES TO CAMP-GRUPO-RESP-TIPO
           END-IF
           IF CS-CLASE = '1'
               IF CAMP-GRUPO-ENVIO = SPACES
                   MOVE CS-FECHA TO CAMP-GRUPO-ENVIO
                   MOVE CS-FECHA-NUM TO CAMP-GRUPO-ENVIO-NUM
               END-IF
           ELSE
               IF CAMP-GRUPO-ENVIO NOT = SPACES
                   AND CAMP-GRUPO-RESP-FECHA = SPACES
                   AND CS-FECHA-NUM >= CAMP-GRUPO-ENVIO-NUM
                   MOVE CS-FECHA TO CAMP-GRUPO-RESP-FECHA
                   MOVE CS-TIPO TO CAMP-GRUPO-RESP-TIPO
               END-IF
           END-IF.

       CERRAR-GRUPO-SEGUIMIENTO.
           IF CAMP-GRUPO-ENVIO NOT = SPACES
               ADD 1 TO CAMP-DESTINATARIOS
               MOVE SPACES TO CAMPR-LINEA
               IF CAMP-GRUPO-RESP-FECHA = SPACES
                   STRING CAMP-GRUPO-NOMBRE DELIMITED BY SIZE
                       " enviado " DELIMITED BY SIZE
                       CAMP-GRUPO-ENVIO DELIMITED BY SIZE
                       "  sin llamada ni visita" DELIMITED BY SIZE
                       INTO CAMPR-LINEA
                   END-STRING
               ELSE
                   ADD 1 TO CAMP-RESPUESTAS
                   STRING CAMP-GRUPO-NOMBRE DELIMITED BY SIZE
                       " enviado " DELIMITED BY SIZE
                       CAMP-GRUPO-ENVIO DELIMITED BY SIZE
                       "  respuesta: " DELIMITED BY SIZE
                       CAMP-GRUPO-RESP-FECHA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CAMP-GRUPO-RESP-TIPO DELIMITED BY SIZE
                       INTO CAMPR-LINEA
                   END-STRING
               END-IF
               WRITE CAMPR-LINEA
           END-IF.
