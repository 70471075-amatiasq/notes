      *                 the before/after images logged to EMPMODLG,
      *                 so a rate rise no longer needs a BORRAR plus
      *                 re-alta that faked a leaver line in EMPHIST.
      * 15-10-2026  AM  NOMHIST record carries the deduction slots,
      *                 total deductions and net NOMINA now writes.
      * 15-10-2026  AM  Four-eyes control on pay rates: a rate change
      *                 or a return to active status keyed in
      *                 MODIFICAR is left on the EMPPEND pending file
      *                 instead of EMPMAST, and the new admin option 5
      *                 lets a different administrator approve
      *                 (applied, logged to EMPMODLG) or reject each
      *                 one, with approver id and date on the record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULO-MUCHOS.
               RECORD KEY IS DEPT-CODIGO
               FILE STATUS IS DEPTOS-STATUS.

           SELECT EMPPEND ASSIGN TO "EMPPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-CLAVE
               FILE STATUS IS EMPPEND-STATUS.

           SELECT NOMHIST ASSIGN TO "NOMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOMHIST-STATUS.
           05  DEPT-CODIGO                 PIC X(10).
           05  DEPT-NOMBRE                 PIC X(30).

      * EMPPEND holds the pay-rate changes and re-activations keyed
      * in MODIFICAR until a second administrator decides on them
      * (APROBAR-CAMBIOS): one record per request, keyed legajo
      * plus request date/time, with the current and requested rate
      * and estado and who asked.  Decided records stay on file as
      * approved (A) or rejected (R) with the approver and the date.
       FD  EMPPEND
           LABEL RECORDS ARE STANDARD.
       01  REG-PENDIENTE.
           05  PEND-CLAVE.
               10  PEND-LEGAJO             PIC 9(06).
               10  PEND-FECHA              PIC 9(08).
               10  PEND-HORA               PIC 9(06).
           05  PEND-ANT-TARIFA             PIC 9(04)V9(02).
           05  PEND-NVA-TARIFA             PIC 9(04)V9(02).
           05  PEND-ANT-ESTADO             PIC X(01).
           05  PEND-NVO-ESTADO             PIC X(01).
           05  PEND-OPERADOR               PIC X(08).
           05  PEND-SITUACION              PIC X(01).
               88  PEND-ESTA-PENDIENTE     VALUE "P".
               88  PEND-APROBADO           VALUE "A".
               88  PEND-RECHAZADO          VALUE "R".
           05  PEND-APROBADOR              PIC X(08).
           05  PEND-FECHA-RESOL            PIC 9(08).

      * NOMHIST is the cumulative payroll history NOMINA appends;
      * the statistics menu reads the pay amounts straight off it.
       FD  NOMHIST
           05  NOMH-EXTRAS                 PIC 9(03).
           05  NOMH-TARIFA                 PIC 9(04)V9(02).
           05  NOMH-IMPORTE                PIC 9(09)V9(02).
           05  NOMH-DEDUCCIONES.
               10  NOMH-DEDUCCION OCCURS 8 TIMES.
                   15  NOMH-DED-CODIGO     PIC X(04).
                   15  NOMH-DED-IMPORTE    PIC 9(07)V9(02).
           05  NOMH-TOTAL-DEDUC            PIC 9(09)V9(02).
           05  NOMH-NETO                   PIC 9(09)V9(02).

      * CALCHIST is the calculator's paper tape: one line per
      * operation with date/time, operands, operator and result,
           05 FILLER PIC X(05) VALUE " POR:".
           05 EMOD-OPERADOR PIC X(08).

      * Pending rate changes (MODIFICAR writes, APROBAR-CAMBIOS
      * decides).  The requester can never decide their own.
       77 EMPPEND-STATUS PIC X(2) VALUE "00".
           88 FIN-DE-EMPPEND VALUE "10".
       77 SW-REACTIVA PIC X(01) VALUE "N".
           88 ES-REACTIVACION VALUE "S".
       77 SW-RETENIDO PIC X(01) VALUE "N".
           88 CAMBIO-RETENIDO VALUE "S".
       77 PEND-DECISION PIC X(01) VALUE SPACE.
       77 SW-DECISION-OK PIC X(01) VALUE "N".
           88 DECISION-ES-VALIDA VALUE "S".
       77 PEND-REVISADOS PIC 9(05) COMP VALUE 0.
       77 FORMATO-PEND PIC ZZZZ9.
       01 PEND-LISTADO.
           05 FILLER PIC X(08) VALUE "LEGAJO: ".
           05 PL-LEGAJO PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 PL-NOMBRE PIC X(20).
           05 FILLER PIC X(10) VALUE "  TARIFA: ".
           05 PL-ANT-TARIFA PIC Z,ZZ9.99.
           05 FILLER PIC X(04) VALUE " -> ".
           05 PL-NVA-TARIFA PIC Z,ZZ9.99.
           05 FILLER PIC X(10) VALUE "  ESTADO: ".
           05 PL-ANT-ESTADO PIC X(01).
           05 FILLER PIC X(04) VALUE " -> ".
           05 PL-NVO-ESTADO PIC X(01).
           05 FILLER PIC X(06) VALUE "  POR:".
           05 PL-OPERADOR PIC X(08).
           05 FILLER PIC X(01) VALUE SPACE.
           05 PL-FECHA PIC 9(08).

      * Message catalog lookup state.  BUSCAR-MENSAJE reads the
      * text for MSJ-ID-BUSCADO in the session language, falling
      * back to ES, and flags a missing id on the screen.
           PERFORM MOSTRAR-MENSAJE
           MOVE "M0202" TO MSJ-ID-BUSCADO
           PERFORM MOSTRAR-MENSAJE
           MOVE "M0230" TO MSJ-ID-BUSCADO
           PERFORM MOSTRAR-MENSAJE
           MOVE "M0205" TO MSJ-ID-BUSCADO
           PERFORM MOSTRAR-MENSAJE
           MOVE "M0203" TO MSJ-ID-BUSCADO
           ELSE IF OPCION = 4 THEN
               PERFORM MODIFICAR
           ELSE IF OPCION = 5 THEN
               PERFORM APROBAR-CAMBIOS
           ELSE IF OPCION = 6 THEN
               PERFORM MENU-PRINCIPAL
           ELSE
               PERFORM AVISAR-OPCION-INVALIDA
      * REWRITE the master.  The before and after images go to    *
      * EMPMODLG and a MODIF line to the audit trail, so a rate   *
      * change is traceable without a fake BORRAR/re-alta that    *
      * lost the original EMP-FECHA-ALTA.  A new rate, or a move  *
      * back to active, is held on EMPPEND for a second admin     *
      * (RETENER-CAMBIO-TARIFA) instead of reaching the master.   *
      *----------------------------------------------------------*
       MODIFICAR.
           MOVE "M0206" TO MSJ-ID-BUSCADO
           PERFORM PEDIR-NUEVA-TARIFA.
           PERFORM PEDIR-NUEVAS-HORAS.
           PERFORM PEDIR-NUEVO-ESTADO.
           PERFORM RETENER-CAMBIO-TARIFA.
           REWRITE EMP-RECORD.
           PERFORM GRABAR-EMPMODLG.
           MOVE "M0211" TO MSJ-ID-BUSCADO.
           PERFORM BUSCAR-MENSAJE.
           DISPLAY FUNCTION TRIM(MSJ-TEXTO) " " EMP-LEGAJO
               " " EMP-NOMBRE.
           IF CAMBIO-RETENIDO THEN
               MOVE "M0231" TO MSJ-ID-BUSCADO
               PERFORM MOSTRAR-MENSAJE
               STRING "MODIF " EMP-LEGAJO " PEND.APROBACION"
                   DELIMITED BY SIZE INTO AUD-RESULTADO
           ELSE
               STRING "MODIF " EMP-LEGAJO " " EMP-NOMBRE(1:17)
                   DELIMITED BY SIZE INTO AUD-RESULTADO
           END-IF.

       PEDIR-NUEVO-DEPTO.
           MOVE "M0207" TO MSJ-ID-BUSCADO
           WRITE LINEA-EMPMOD FROM REG-EMPMOD.
           CLOSE EMPMODLG.

      * A new rate, or putting an inactive employee back to active,
      * is not applied here: the request goes to EMPPEND and the
      * master keeps the current rate (and estado) until a second
      * administrator approves it.  Department, hours and a move to
      * inactive still apply at once.
       RETENER-CAMBIO-TARIFA.
           MOVE "N" TO SW-RETENIDO.
           MOVE "N" TO SW-REACTIVA.
           IF EMP-ACTIVO AND EMOD-ANT-ESTADO NOT = "A" THEN
               MOVE "S" TO SW-REACTIVA
           END-IF.
           IF EMP-TARIFA-HORA NOT = EMOD-ANT-TARIFA
                   OR ES-REACTIVACION THEN
               MOVE "S" TO SW-RETENIDO
               MOVE FUNCTION CURRENT-DATE TO AUD-FECHA-HORA
               MOVE EMP-LEGAJO TO PEND-LEGAJO
               MOVE AUD-FECHA-HORA(1:8) TO PEND-FECHA
               MOVE AUD-FECHA-HORA(9:6) TO PEND-HORA
               MOVE EMOD-ANT-TARIFA TO PEND-ANT-TARIFA
               MOVE EMP-TARIFA-HORA TO PEND-NVA-TARIFA
               MOVE EMOD-ANT-TARIFA TO EMP-TARIFA-HORA
               IF ES-REACTIVACION THEN
                   MOVE EMOD-ANT-ESTADO TO EMP-ESTADO
                   MOVE "A" TO PEND-NVO-ESTADO
               ELSE
                   MOVE EMP-ESTADO TO PEND-NVO-ESTADO
               END-IF
               MOVE EMP-ESTADO TO PEND-ANT-ESTADO
               MOVE SESION-USUARIO TO PEND-OPERADOR
               MOVE "P" TO PEND-SITUACION
               MOVE SPACES TO PEND-APROBADOR
               MOVE 0 TO PEND-FECHA-RESOL
               OPEN I-O EMPPEND
               IF EMPPEND-STATUS = "35" THEN
                   OPEN OUTPUT EMPPEND
                   CLOSE EMPPEND
                   OPEN I-O EMPPEND
               END-IF
               WRITE REG-PENDIENTE
                   INVALID KEY
                       REWRITE REG-PENDIENTE
               END-WRITE
               CLOSE EMPPEND
           END-IF.

      *----------------------------------------------------------*
      * APROBAR-CAMBIOS (admin option 5) lists every change still *
      * pending on EMPPEND and asks for a decision on each one:   *
      * A applies it to EMPMAST (logged to EMPMODLG under the     *
      * approver), R rejects it, ENTER leaves it pending.  The    *
      * administrator who asked for a change cannot decide it,    *
      * and a change whose employee has moved on since (deleted,  *
      * or rate/estado changed) cannot be applied - reject it and *
      * key it again.                                             *
      *----------------------------------------------------------*
       APROBAR-CAMBIOS.
           MOVE 0 TO PEND-REVISADOS.
           MOVE "00" TO EMPPEND-STATUS.
           OPEN I-O EMPPEND.
           IF EMPPEND-STATUS = "35" THEN
               MOVE "M0232" TO MSJ-ID-BUSCADO
               PERFORM MOSTRAR-MENSAJE
               MOVE "SIN PENDIENTES" TO AUD-RESULTADO
           ELSE
               OPEN I-O EMPMAST
               IF EMPMAST-STATUS = "35" THEN
                   PERFORM AVISAR-SIN-EMPLEADOS
                   MOVE "SIN EMPLEADOS" TO AUD-RESULTADO
               ELSE
                   PERFORM LEER-PENDIENTE UNTIL FIN-DE-EMPPEND
                   CLOSE EMPMAST
                   IF PEND-REVISADOS = 0 THEN
                       MOVE "M0232" TO MSJ-ID-BUSCADO
                       PERFORM MOSTRAR-MENSAJE
                   END-IF
                   MOVE PEND-REVISADOS TO FORMATO-PEND
                   MOVE SPACES TO AUD-RESULTADO
                   STRING "PENDIENTES=" FORMATO-PEND
                       DELIMITED BY SIZE INTO AUD-RESULTADO
               END-IF
               CLOSE EMPPEND
           END-IF.
           MOVE "MENU ADMIN NEGOCIOS" TO AUD-MENU.
           PERFORM GRABAR-AUDITORIA.
           PERFORM ESPERAR-ENTER.
           PERFORM MENU-ADMIN-NEGOCIOS.

       LEER-PENDIENTE.
           READ EMPPEND NEXT RECORD
               AT END
                   MOVE "10" TO EMPPEND-STATUS
               NOT AT END
                   IF PEND-ESTA-PENDIENTE THEN
                       ADD 1 TO PEND-REVISADOS
                       PERFORM REVISAR-PENDIENTE
                   END-IF
           END-READ.

       REVISAR-PENDIENTE.
           MOVE PEND-LEGAJO TO EMP-LEGAJO.
           READ EMPMAST
               INVALID KEY
                   MOVE SPACES TO EMP-NOMBRE
           END-READ.
           MOVE PEND-LEGAJO TO PL-LEGAJO.
           MOVE EMP-NOMBRE TO PL-NOMBRE.
           MOVE PEND-ANT-TARIFA TO PL-ANT-TARIFA.
           MOVE PEND-NVA-TARIFA TO PL-NVA-TARIFA.
           MOVE PEND-ANT-ESTADO TO PL-ANT-ESTADO.
           MOVE PEND-NVO-ESTADO TO PL-NVO-ESTADO.
           MOVE PEND-OPERADOR TO PL-OPERADOR.
           MOVE PEND-FECHA TO PL-FECHA.
           DISPLAY " ".
           DISPLAY PEND-LISTADO.
           IF PEND-OPERADOR = SESION-USUARIO THEN
               MOVE "M0234" TO MSJ-ID-BUSCADO
               PERFORM MOSTRAR-MENSAJE
           ELSE
               MOVE "M0233" TO MSJ-ID-BUSCADO
               PERFORM MOSTRAR-MENSAJE
               MOVE "N" TO SW-DECISION-OK
               PERFORM LEER-DECISION UNTIL DECISION-ES-VALIDA
               IF PEND-DECISION = "A" THEN
                   PERFORM APLICAR-PENDIENTE
               ELSE IF PEND-DECISION = "R" THEN
                   MOVE "R" TO PEND-SITUACION
                   PERFORM RESOLVER-PENDIENTE
                   MOVE "M0237" TO MSJ-ID-BUSCADO
                   PERFORM BUSCAR-MENSAJE
                   DISPLAY FUNCTION TRIM(MSJ-TEXTO) " " PEND-LEGAJO
                   MOVE SPACES TO AUD-RESULTADO
                   STRING "RECHAZA " PEND-LEGAJO " " PEND-OPERADOR
                       DELIMITED BY SIZE INTO AUD-RESULTADO
                   MOVE "MENU ADMIN NEGOCIOS" TO AUD-MENU
                   PERFORM GRABAR-AUDITORIA
               END-IF
           END-IF.

       LEER-DECISION.
           MOVE SPACE TO PEND-DECISION.
           ACCEPT PEND-DECISION.
           IF PEND-DECISION = "a" THEN
               MOVE "A" TO PEND-DECISION
           END-IF.
           IF PEND-DECISION = "r" THEN
               MOVE "R" TO PEND-DECISION
           END-IF.
           IF PEND-DECISION = "A" OR "R" OR SPACE THEN
               MOVE "S" TO SW-DECISION-OK
           ELSE
               MOVE "M0238" TO MSJ-ID-BUSCADO
               PERFORM MOSTRAR-MENSAJE
           END-IF.

       APLICAR-PENDIENTE.
           MOVE PEND-LEGAJO TO EMP-LEGAJO.
           READ EMPMAST
               INVALID KEY
                   MOVE "M0235" TO MSJ-ID-BUSCADO
                   PERFORM MOSTRAR-MENSAJE
               NOT INVALID KEY
                   IF EMP-TARIFA-HORA NOT = PEND-ANT-TARIFA
                           OR EMP-ESTADO NOT = PEND-ANT-ESTADO THEN
                       MOVE "M0235" TO MSJ-ID-BUSCADO
                       PERFORM MOSTRAR-MENSAJE
                   ELSE
                       MOVE EMP-DEPARTAMENTO TO EMOD-ANT-DEPTO
                       MOVE EMP-TARIFA-HORA TO EMOD-ANT-TARIFA
                       MOVE EMP-HORAS-CONTRATO TO EMOD-ANT-HORAS
                       MOVE EMP-ESTADO TO EMOD-ANT-ESTADO
                       MOVE PEND-NVA-TARIFA TO EMP-TARIFA-HORA
                       MOVE PEND-NVO-ESTADO TO EMP-ESTADO
                       REWRITE EMP-RECORD
                       PERFORM GRABAR-EMPMODLG
                       MOVE "A" TO PEND-SITUACION
                       PERFORM RESOLVER-PENDIENTE
                       MOVE "M0236" TO MSJ-ID-BUSCADO
                       PERFORM BUSCAR-MENSAJE
                       DISPLAY FUNCTION TRIM(MSJ-TEXTO) " " EMP-LEGAJO
                           " " EMP-NOMBRE
                       MOVE SPACES TO AUD-RESULTADO
                       STRING "APRUEBA " PEND-LEGAJO " " PEND-OPERADOR
                           DELIMITED BY SIZE INTO AUD-RESULTADO
                       MOVE "MENU ADMIN NEGOCIOS" TO AUD-MENU
                       PERFORM GRABAR-AUDITORIA
                   END-IF
           END-READ.

       RESOLVER-PENDIENTE.
           MOVE FUNCTION CURRENT-DATE TO AUD-FECHA-HORA.
           MOVE SESION-USUARIO TO PEND-APROBADOR.
           MOVE AUD-FECHA-HORA(1:8) TO PEND-FECHA-RESOL.
           REWRITE REG-PENDIENTE.

       DESPEDIDA.
           MOVE "M0082" TO MSJ-ID-BUSCADO.
           PERFORM BUSCAR-MENSAJE.
      *                 go to RECHAZOS with a reason, SALIDA gets a
      *                 read/processed/rejected trailer, and the job
      *                 ends RC=8 when anything was rejected.
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULO-LOTE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECHAZOS-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One card per run: which menu option, in which language, for
           LABEL RECORDS ARE STANDARD.
       01  LINEA-RECHAZO                   PIC X(80).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "CALCULO-LOTE".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 PARMIN-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-PARMIN VALUE "10".
       77 SALIDA-STATUS PIC X(02) VALUE "00".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESAR-CARD UNTIL FIN-DE-PARMIN.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           MOVE LOTE-LEIDAS TO RCT-LEIDOS.
           MOVE LOTE-PROCESADAS TO RCT-GRABADOS.
           MOVE LOTE-RECHAZADAS TO RCT-RECHAZADOS.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM CALCULO-LOTE.

      ******************************************************************
      * 02-09-2026  AM  Department total lines print the official
      *                 department name from the DEPTOS reference
      *                 table next to the code.
      * 15-10-2026  AM  Deductions: every concept on the DEDUC table
      *                 (loaded by CARGADED - percentage of gross or
      *                 fixed amount, optional cap) is applied to
      *                 each paid employee.  NOMHIST keeps gross,
      *                 each deduction and net; BANCOUT pays the net
      *                 (the trailer hash ties to the net total) and
      *                 one payslip per employee with the breakdown
      *                 goes to the new RECIBOS print file.
      * 15-10-2026  AM  Period control: the NOMPER file holds each
      *                 period's status (open/paid/closed), run date,
      *                 headcount and totals.  A period already paid
      *                 or closed - or one whose run never finished -
      *                 is refused with RC=12 until NOMREVERSA backs
      *                 it out of NOMHIST, so a rerun can no longer
      *                 put the month in the history twice.
      * 15-10-2026  AM  Writes the month's journal batch to the shared
      *                 ASIENTOS accounting interface: salary expense
      *                 per DEPTOS cost centre (debit) against net
      *                 salaries payable and each deduction's payable
      *                 (credits), accounts taken from the CTAMAP
      *                 table (loaded by CARGAMAP).  Header/trailer
      *                 carry the control totals; a batch that does
      *                 not balance ends the run RC=12.
      * 15-10-2026  AM  Rate changes waiting for a second
      *                 administrator's approval on EMPPEND are not
      *                 paid (EMPMAST keeps the old rate until they
      *                 are approved); the run prints how many are
      *                 still pending and ends RC=4 when there are.
      * 15-10-2026  AM  CUENTAS record carries CTA-FECHA-CAMBIO.
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      * 15-10-2026  AM  Pays paid leave (vacation and sickness) loaded
      *                 on LICTOM by CARGALIC and not yet paid, at the
      *                 day rate (contract hours x hourly rate / 30,
      *                 leave being counted in calendar days), as its
      *                 own LICENCIA PAGA line on NOMIPRT and
      *                 on the payslip; the leave is marked with the
      *                 period.  Without a timesheet the contract
      *                 hours are cut by the leave days' share.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMINA.
               RECORD KEY IS DEPT-CODIGO
               FILE STATUS IS DEPTOS-STATUS.

           SELECT DEDUC ASSIGN TO "DEDUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DED-CODIGO
               FILE STATUS IS DEDUC-STATUS.

           SELECT RECIBOS ASSIGN TO "RECIBOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECIBOS-STATUS.

           SELECT NOMPER ASSIGN TO "NOMPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-PERIODO
               FILE STATUS IS NOMPER-STATUS.

           SELECT CTAMAP ASSIGN TO "CTAMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAP-CLAVE
               FILE STATUS IS CTAMAP-STATUS.

           SELECT ASIENTOS ASSIGN TO "ASIENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASIENTOS-STATUS.

           SELECT EMPPEND ASSIGN TO "EMPPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-CLAVE
               FILE STATUS IS EMPPEND-STATUS.

           SELECT LICTOM ASSIGN TO "LICTOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LTOM-CLAVE
               FILE STATUS IS LICTOM-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST
      * run, appended month after month, so past pay is answered by
      * NOMCONSU off this file instead of the printed NOMIPRT in
      * the cabinet.  Inactive employees are never written here.
      * NOMH-IMPORTE is the gross; the deduction slots follow the
      * order of the DEDUC concepts (unused slots blank code, zero
      * amount), then the total deducted and the net paid.
       FD  NOMHIST
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMHIST.
           05  NOMH-EXTRAS                 PIC 9(03).
           05  NOMH-TARIFA                 PIC 9(04)V9(02).
           05  NOMH-IMPORTE                PIC 9(09)V9(02).
           05  NOMH-DEDUCCIONES.
               10  NOMH-DEDUCCION OCCURS 8 TIMES.
                   15  NOMH-DED-CODIGO     PIC X(04).
                   15  NOMH-DED-IMPORTE    PIC 9(07)V9(02).
           05  NOMH-TOTAL-DEDUC            PIC 9(09)V9(02).
           05  NOMH-NETO                   PIC 9(09)V9(02).

      * Same reference record CARGADEP loads: department code plus
      * its official name, looked up for the total lines.
           05  CTA-LEGAJO                  PIC 9(06).
           05  CTA-BANCO                   PIC X(03).
           05  CTA-CUENTA                  PIC X(22).
           05  CTA-FECHA-CAMBIO            PIC 9(08).

      * BANCOUT is the fixed-format payment interface the bank
      * terminal reads instead of a clerk re-keying PAGAR amounts:
      * an H header, one D record per paid employee, and a T
      * trailer with the record count and the hash total of the
      * emitted net amounts (equal to NOM-TOTAL-NETO when every
      * paid employee has an account on CUENTAS).  Inactive
      * employees never reach this file.
       FD  BANCOUT
           LABEL RECORDS ARE STANDARD.
       01  LINEA-BANCO                     PIC X(65).

      * Same deductions reference record CARGADED loads, keyed by
      * concept code; read once at the start into TABLA-DEDUCCIONES.
       FD  DEDUC
           LABEL RECORDS ARE STANDARD.
       01  REG-DEDUC.
           05  DED-CODIGO                  PIC X(04).
           05  DED-DESCRIPCION             PIC X(20).
           05  DED-TIPO                    PIC X(01).
               88  DED-PORCENTAJE          VALUE "P".
               88  DED-FIJO                VALUE "F".
           05  DED-VALOR                   PIC 9(07)V9(02).
           05  DED-TOPE                    PIC 9(07)V9(02).

      * RECIBOS carries one payslip per paid employee: hours, gross,
      * every deduction and the net, for the envelope.
       FD  RECIBOS
           LABEL RECORDS ARE STANDARD.
       01  LINEA-RECIBO                    PIC X(80).

      * NOMPER is the payroll period control file, one record per
      * period AAAAMM.  NOMINA opens the period (status A with the
      * run date) before the first history record is written and
      * marks it paid (P) with the headcount and totals at the end;
      * NOMREVERSA backs a period out (back to A, run date zero) or
      * closes it (C) for good.  An A record still carrying a run
      * date is a run that never reached the end.
       FD  NOMPER
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMPER.
           05  PER-PERIODO                 PIC 9(06).
           05  PER-ESTADO                  PIC X(01).
               88  PER-ABIERTO             VALUE "A".
               88  PER-PAGADO              VALUE "P".
               88  PER-CERRADO             VALUE "C".
           05  PER-FECHA-PROCESO           PIC 9(08).
           05  PER-EMPLEADOS               PIC 9(05).
           05  PER-BRUTO                   PIC 9(11)V9(02).
           05  PER-DEDUC                   PIC 9(11)V9(02).
           05  PER-NETO                    PIC 9(11)V9(02).
           05  PER-FECHA-CIERRE            PIC 9(08).
           05  PER-FECHA-REVERSION         PIC 9(08).
           05  PER-REVERSIONES             PIC 9(03).

      * Same account mapping record CARGAMAP loads: concept plus
      * code (department, deduction or shape type) to ledger
      * account.
       FD  CTAMAP
           LABEL RECORDS ARE STANDARD.
       01  REG-CTAMAP.
           05  MAP-CLAVE.
               10  MAP-CONCEPTO            PIC X(04).
               10  MAP-CODIGO              PIC X(12).
           05  MAP-CUENTA                  PIC X(10).
           05  MAP-DESCRIPCION             PIC X(30).

      * ASIENTOS is the accounting interface shared with FACTURAS:
      * each run appends one batch - an H header, one D line per
      * account and cost centre, and a T trailer with the line
      * count, total debits and credits and a balanced (B) or
      * unbalanced (D) flag the ledger load checks before posting.
       FD  ASIENTOS
           LABEL RECORDS ARE STANDARD.
       01  LINEA-ASIENTO                   PIC X(100).

      * Same pending rate-change record MODIFICAR writes; only the
      * ones still waiting (P) are counted.
       FD  EMPPEND
           LABEL RECORDS ARE STANDARD.
       01  REG-PENDIENTE.
           05  PEND-CLAVE.
               10  PEND-LEGAJO             PIC 9(06).
               10  PEND-FECHA              PIC 9(08).
               10  PEND-HORA               PIC 9(06).
           05  PEND-ANT-TARIFA             PIC 9(04)V9(02).
           05  PEND-NVA-TARIFA             PIC 9(04)V9(02).
           05  PEND-ANT-ESTADO             PIC X(01).
           05  PEND-NVO-ESTADO             PIC X(01).
           05  PEND-OPERADOR               PIC X(08).
           05  PEND-SITUACION              PIC X(01).
               88  PEND-ESTA-PENDIENTE     VALUE "P".
           05  PEND-APROBADOR              PIC X(08).
           05  PEND-FECHA-RESOL            PIC 9(08).

      * Same leave-taken record CARGALIC loads, keyed by legajo and
      * first day.  LTOM-PERIODO-PAGO is the payroll period that paid
      * it (zero while unpaid; never set on unpaid leave).
       FD  LICTOM
           LABEL RECORDS ARE STANDARD.
       01  REG-LICTOM.
           05  LTOM-CLAVE.
               10  LTOM-LEGAJO             PIC 9(06).
               10  LTOM-DESDE              PIC 9(08).
               10  LTOM-DESDE-R REDEFINES LTOM-DESDE.
                   15  LTOM-DESDE-PERIODO  PIC 9(06).
                   15  FILLER              PIC 9(02).
           05  LTOM-HASTA                  PIC 9(08).
           05  LTOM-TIPO                   PIC X(01).
               88  LTOM-VACACIONES         VALUE "V".
               88  LTOM-ENFERMEDAD         VALUE "E".
               88  LTOM-SIN-GOCE           VALUE "S".
               88  LTOM-PAGA               VALUE "V" "E".
           05  LTOM-DIAS                   PIC 9(03).
           05  LTOM-FECHA-CARGA            PIC 9(08).
           05  LTOM-PERIODO-PAGO           PIC 9(06).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "NOMINA".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 EMPMAST-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-EMPMAST VALUE "10".
       77 NOMIPRT-STATUS PIC X(02) VALUE "00".
       77 BAN-EMITIDOS PIC 9(07) COMP VALUE 0.
       77 BAN-HASH-IMPORTE PIC S9(13)V9(02) VALUE 0.
       77 NOM-SIN-CUENTA PIC 9(05) COMP VALUE 0.
       77 EMPPEND-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-EMPPEND VALUE "10".
       77 NOM-PENDIENTES PIC 9(05) COMP VALUE 0.
       01 BAN-CABECERA.
           05 FILLER PIC X(01) VALUE "H".
           05 BAN-CAB-FECHA PIC 9(08).
           05 FILLER PIC X(31) VALUE
               "EMPLEADOS SIN CUENTA BANCARIA: ".
           05 NOM-ASC-CANTIDAD PIC ZZ,ZZ9.
       01 NOM-AVISO-PENDIENTES.
           05 FILLER PIC X(43) VALUE
               "CAMBIOS DE TARIFA PENDIENTES DE APROBACION:".
           05 NOM-APE-CANTIDAD PIC ZZ,ZZ9.
           05 FILLER PIC X(30) VALUE
               "  (SE PAGO LA TARIFA ANTERIOR)".
       77 NOM-IMPORTE PIC S9(09)V9(02) VALUE 0.
       77 NOM-IMPORTE-NORMAL PIC S9(09)V9(02) VALUE 0.
       77 NOM-IMPORTE-EXTRAS PIC S9(09)V9(02) VALUE 0.
       77 NOM-TOTAL-DEDUC PIC S9(09)V9(02) VALUE 0.
       77 NOM-NETO PIC S9(09)V9(02) VALUE 0.
       77 NOM-DED-CALCULO PIC S9(09)V9(02) VALUE 0.

      * Deductions state: the DEDUC concepts in code order, at most
      * eight (the NOMHIST record has eight slots).  A missing DEDUC
      * file means no deductions - net equals gross.  Each slot also
      * carries the run total of that concept for the summary.
       77 DEDUC-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-DEDUC VALUE "10".
       77 SW-SIN-DEDUC PIC X(01) VALUE "N".
           88 SIN-ARCHIVO-DEDUC VALUE "S".
       77 RECIBOS-STATUS PIC X(02) VALUE "00".
       77 NOMPER-STATUS PIC X(02) VALUE "00".
       77 CTAMAP-STATUS PIC X(02) VALUE "00".
       77 SW-SIN-CTAMAP PIC X(01) VALUE "N".
           88 SIN-ARCHIVO-CTAMAP VALUE "S".
       77 SW-MAPEO-HALLADO PIC X(01) VALUE "N".
           88 MAPEO-HALLADO VALUE "S".
       77 ASIENTOS-STATUS PIC X(02) VALUE "00".
       77 ASI-LINEAS PIC 9(07) COMP VALUE 0.
       77 ASI-SIN-CUENTA PIC 9(05) COMP VALUE 0.
       77 ASI-TOTAL-DEBE PIC S9(15)V9(02) VALUE 0.
       77 ASI-TOTAL-HABER PIC S9(15)V9(02) VALUE 0.
       77 ASI-IMPORTE PIC S9(13)V9(02) VALUE 0.
       77 ASI-SIGNO PIC X(01) VALUE SPACE.
       77 ASI-CENTRO PIC X(12) VALUE SPACES.
       01 ASI-CABECERA.
           05 FILLER PIC X(01) VALUE "H".
           05 ASI-CAB-ORIGEN PIC X(08).
           05 ASI-CAB-FECHA PIC 9(08).
           05 ASI-CAB-PERIODO PIC 9(06).
           05 FILLER PIC X(77) VALUE SPACES.
       01 ASI-DETALLE.
           05 FILLER PIC X(01) VALUE "D".
           05 ASI-DET-ORIGEN PIC X(08).
           05 ASI-DET-FECHA PIC 9(08).
           05 ASI-DET-CUENTA PIC X(10).
           05 ASI-DET-CENTRO PIC X(12).
           05 ASI-DET-SIGNO PIC X(01).
           05 ASI-DET-IMPORTE PIC 9(13)V9(02).
           05 ASI-DET-DESCRIPCION PIC X(30).
           05 FILLER PIC X(15) VALUE SPACES.
       01 ASI-TRAILER.
           05 FILLER PIC X(01) VALUE "T".
           05 ASI-TRL-ORIGEN PIC X(08).
           05 ASI-TRL-CANTIDAD PIC 9(07).
           05 ASI-TRL-DEBE PIC 9(15)V9(02).
           05 ASI-TRL-HABER PIC 9(15)V9(02).
           05 ASI-TRL-ESTADO PIC X(01).
           05 FILLER PIC X(49) VALUE SPACES.
       01 NOM-AVISO-SIN-MAPEO.
           05 FILLER PIC X(31) VALUE
               "SIN CUENTA CONTABLE EN CTAMAP: ".
           05 NOM-ASM-CLAVE PIC X(16).
           05 FILLER PIC X(10) VALUE "  IMPORTE:".
           05 NOM-ASM-IMPORTE PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 NOM-AVISO-DESCUADRE.
           05 FILLER PIC X(30) VALUE "ASIENTO CONTABLE DESCUADRADO  ".
           05 FILLER PIC X(06) VALUE "DEBE: ".
           05 NOM-ADE-DEBE PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(09) VALUE "  HABER: ".
           05 NOM-ADE-HABER PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 DED-USADOS PIC 9(03) COMP VALUE 0.
       77 DED-IND PIC 9(03) COMP VALUE 0.
       77 NOM-TOTAL-DEDUC-EMPRESA PIC S9(11)V9(02) VALUE 0.
       77 NOM-TOTAL-NETO PIC S9(11)V9(02) VALUE 0.
       01 TABLA-DEDUCCIONES.
           05 TDED-ENTRADA OCCURS 8 TIMES.
               10 TDED-CODIGO PIC X(04).
               10 TDED-DESCRIPCION PIC X(20).
               10 TDED-TIPO PIC X(01).
                   88 TDED-PORCENTAJE VALUE "P".
               10 TDED-VALOR PIC 9(07)V9(02).
               10 TDED-TOPE PIC 9(07)V9(02).
               10 TDED-IMPORTE-EMP PIC S9(07)V9(02).
               10 TDED-TOTAL PIC S9(11)V9(02).

      * Timesheet state: the run period is the current year/month;
      * an employee with no PARTES record for it falls back to the
       77 NOM-FACTOR-EXTRA PIC 9V9(02) VALUE 1.50.
       77 NOM-HORAS-PAGAR PIC 9(03) VALUE 0.
       77 NOM-EXTRAS-PAGAR PIC 9(03) VALUE 0.

      * Paid leave: vacation (V) and sickness (E) leave on LICTOM not
      * yet paid, starting in or before the run period, is paid whole
      * this run at the day rate - a month's contract hours at the
      * hourly rate over 30 days, since CARGALIC counts leave in
      * calendar days, weekends and holidays included - and marked
      * with the period.  No LICTOM file means no leave to pay.
       77 LICTOM-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-LICTOM VALUE "10".
       77 SW-SIN-LICTOM PIC X(01) VALUE "N".
           88 SIN-ARCHIVO-LICTOM VALUE "S".
       77 NOM-DIAS-MES PIC 9(02) VALUE 30.
       77 NOM-DIAS-LICENCIA PIC 9(03) VALUE 0.
       77 NOM-HORAS-LICENCIA PIC 9(05) VALUE 0.
       77 NOM-VALOR-DIA PIC 9(07)V9(02) VALUE 0.
       77 NOM-IMPORTE-LICENCIA PIC S9(09)V9(02) VALUE 0.
       77 NOM-TOTAL-DIAS-LICENCIA PIC 9(07) COMP VALUE 0.
       77 NOM-TOTAL-LICENCIAS PIC S9(11)V9(02) VALUE 0.
       77 NOM-EMPLEADOS-LEIDOS PIC 9(05) COMP VALUE 0.
       77 NOM-EMPLEADOS-PAGADOS PIC 9(05) COMP VALUE 0.
       77 NOM-TOTAL-EMPRESA PIC S9(11)V9(02) VALUE 0.
               10 DEP-NOMBRE PIC X(10).
               10 DEP-CANTIDAD PIC 9(05) COMP.
               10 DEP-IMPORTE PIC S9(11)V9(02).
               10 DEP-NETO PIC S9(11)V9(02).

       01 NOM-ENCABEZADO.
           05 FILLER PIC X(15) VALUE "NOMINA MENSUAL ".
           05 NOM-DET-IMPORTE PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 NOM-DET-NOTA PIC X(20).
       01 NOM-DETALLE-LICENCIA.
           05 FILLER PIC X(08) VALUE SPACES.
           05 FILLER PIC X(32) VALUE "LICENCIA PAGA".
           05 FILLER PIC X(08) VALUE "   DIAS:".
           05 NOM-DLI-DIAS PIC ZZ9.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(07) VALUE "X DIA: ".
           05 NOM-DLI-VALOR-DIA PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(09) VALUE "  BRUTO: ".
           05 NOM-DLI-IMPORTE PIC -ZZZ,ZZZ,ZZ9.99.
       01 NOM-TOTAL-DEPTO.
           05 FILLER PIC X(20) VALUE "TOTAL DEPARTAMENTO: ".
           05 NOM-TDEP-NOMBRE PIC X(10).
           05 NOM-TDEP-DESCRIPCION PIC X(30).
           05 FILLER PIC X(12) VALUE "  EMPLEADOS:".
           05 NOM-TDEP-CANTIDAD PIC ZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  BRUTO:  ".
           05 NOM-TDEP-IMPORTE PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(08) VALUE "  NETO: ".
           05 NOM-TDEP-NETO PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 NOM-TOTAL-GENERAL.
           05 FILLER PIC X(30) VALUE "TOTAL EMPRESA       EMPLEADOS:".
           05 NOM-TGEN-CANTIDAD PIC ZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  BRUTO:  ".
           05 NOM-TGEN-IMPORTE PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(13) VALUE "  DESCUENTOS:".
           05 NOM-TGEN-DEDUC PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(08) VALUE "  NETO: ".
           05 NOM-TGEN-NETO PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 NOM-TOTAL-LICENCIA.
           05 FILLER PIC X(30) VALUE "LICENCIAS PAGAS          DIAS:".
           05 NOM-TLI-DIAS PIC ZZ,ZZ9.
           05 FILLER PIC X(10) VALUE "  BRUTO:  ".
           05 NOM-TLI-IMPORTE PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 NOM-TOTAL-DEDUCCION.
           05 FILLER PIC X(20) VALUE "TOTAL DESCUENTO:    ".
           05 NOM-TDED-CODIGO PIC X(04).
           05 FILLER PIC X(01) VALUE SPACE.
           05 NOM-TDED-DESCRIPCION PIC X(20).
           05 FILLER PIC X(10) VALUE "  IMPORTE:".
           05 NOM-TDED-IMPORTE PIC -Z,ZZZ,ZZZ,ZZ9.99.
       77 NOM-FECHA-HOY PIC X(21) VALUE SPACES.

      * Payslip lines for RECIBOS, one block per paid employee.
       01 REC-ENCABEZADO.
           05 FILLER PIC X(20) VALUE "RECIBO DE HABERES - ".
           05 FILLER PIC X(09) VALUE "PERIODO: ".
           05 REC-ENC-PERIODO PIC 9(06).
           05 FILLER PIC X(09) VALUE "  FECHA: ".
           05 REC-ENC-FECHA PIC X(08).
       01 REC-EMPLEADO.
           05 FILLER PIC X(08) VALUE "LEGAJO: ".
           05 REC-EMP-LEGAJO PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 REC-EMP-NOMBRE PIC X(20).
           05 FILLER PIC X(08) VALUE "  DEPTO:".
           05 REC-EMP-DEPTO PIC X(10).
       01 REC-HORAS.
           05 FILLER PIC X(02) VALUE SPACES.
           05 REC-HOR-CONCEPTO PIC X(20).
           05 REC-HOR-CANTIDAD PIC ZZ9.
           05 FILLER PIC X(03) VALUE " X ".
           05 REC-HOR-TARIFA PIC Z,ZZ9.9999.
           05 FILLER PIC X(11) VALUE SPACES.
           05 REC-HOR-IMPORTE PIC -ZZZ,ZZZ,ZZ9.99.
       01 REC-LICENCIA.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "LICENCIA PAGA (DIAS)".
           05 REC-LIC-DIAS PIC ZZ9.
           05 FILLER PIC X(03) VALUE " X ".
           05 REC-LIC-VALOR-DIA PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(11) VALUE SPACES.
           05 REC-LIC-IMPORTE PIC -ZZZ,ZZZ,ZZ9.99.
       01 REC-IMPORTE.
           05 FILLER PIC X(02) VALUE SPACES.
           05 REC-IMP-CONCEPTO PIC X(20).
           05 REC-IMP-BASE PIC X(12).
           05 FILLER PIC X(15) VALUE SPACES.
           05 REC-IMP-IMPORTE PIC -ZZZ,ZZZ,ZZ9.99.
       01 REC-NOTA.
           05 FILLER PIC X(08) VALUE "  NOTA: ".
           05 REC-NOT-TEXTO PIC X(20).
       77 REC-PORCENTAJE PIC ZZ9.99.
       01 REC-SEPARADOR PIC X(64) VALUE ALL "-".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESAR-EMPLEADO UNTIL FIN-DE-EMPMAST.
           PERFORM 3000-TOTALES.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           IF EMPMAST-STATUS = "35" THEN
               DISPLAY "NOMINA: NO EXISTE EL MAESTRO EMPMAST"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           PERFORM 1100-CARGAR-DEDUCCIONES.
           MOVE FUNCTION CURRENT-DATE TO NOM-FECHA-HOY.
           MOVE NOM-FECHA-HOY(1:6) TO NOM-PERIODO.
           PERFORM 1200-ABRIR-PERIODO.
           PERFORM 1300-CONTAR-PENDIENTES.
           OPEN INPUT PARTES.
           IF PARTES-STATUS = "35" THEN
               MOVE "S" TO SW-SIN-PARTES
           IF DEPTOS-STATUS = "35" THEN
               MOVE "S" TO SW-SIN-DEPTOS
           END-IF.
           OPEN I-O LICTOM.
           IF LICTOM-STATUS = "35" THEN
               MOVE "S" TO SW-SIN-LICTOM
           END-IF.
           OPEN OUTPUT NOMIPRT.
           OPEN OUTPUT BANCOUT.
           OPEN OUTPUT RECIBOS.
           OPEN INPUT CTAMAP.
           IF CTAMAP-STATUS = "35" THEN
               MOVE "S" TO SW-SIN-CTAMAP
           END-IF.
           OPEN EXTEND ASIENTOS.
           IF ASIENTOS-STATUS = "35" THEN
               OPEN OUTPUT ASIENTOS
           END-IF.
           MOVE NOM-FECHA-HOY(1:8) TO NOM-ENC-FECHA.
           MOVE NOM-PERIODO TO NOM-ENC-PERIODO.
           MOVE NOM-PERIODO TO REC-ENC-PERIODO.
           MOVE NOM-FECHA-HOY(1:8) TO REC-ENC-FECHA.
           WRITE LINEA-NOMINA FROM NOM-ENCABEZADO.
           MOVE NOM-FECHA-HOY(1:8) TO BAN-CAB-FECHA.
           MOVE NOM-PERIODO TO BAN-CAB-PERIODO.
               AT END SET FIN-DE-EMPMAST TO TRUE
           END-READ.

      * The DEDUC concepts are loaded before any output is opened:
      * more concepts than NOMHIST has slots stops the run (RC=12)
      * rather than paying anybody short of a deduction.
       1100-CARGAR-DEDUCCIONES.
           OPEN INPUT DEDUC.
           IF DEDUC-STATUS = "35" THEN
               MOVE "S" TO SW-SIN-DEDUC
           ELSE
               READ DEDUC NEXT RECORD
                   AT END SET FIN-DE-DEDUC TO TRUE
               END-READ
               PERFORM 1110-CARGAR-CONCEPTO UNTIL FIN-DE-DEDUC
               CLOSE DEDUC
           END-IF.

      * The period is checked on NOMPER before anything is written:
      * paid, closed or left half-run means RC=12 and no output at
      * all.  A new or reversed period is marked open with today's
      * run date, which stays on the record if this run abends.
       1200-ABRIR-PERIODO.
           OPEN I-O NOMPER.
           IF NOMPER-STATUS = "35" THEN
               CLOSE NOMPER
               OPEN OUTPUT NOMPER
               CLOSE NOMPER
               OPEN I-O NOMPER
           END-IF.
           MOVE NOM-PERIODO TO PER-PERIODO.
           READ NOMPER
               INVALID KEY
                   MOVE NOM-PERIODO TO PER-PERIODO
                   MOVE "A" TO PER-ESTADO
                   MOVE NOM-FECHA-HOY(1:8) TO PER-FECHA-PROCESO
                   MOVE 0 TO PER-EMPLEADOS
                   MOVE 0 TO PER-BRUTO
                   MOVE 0 TO PER-DEDUC
                   MOVE 0 TO PER-NETO
                   MOVE 0 TO PER-FECHA-CIERRE
                   MOVE 0 TO PER-FECHA-REVERSION
                   MOVE 0 TO PER-REVERSIONES
                   WRITE REG-NOMPER
               NOT INVALID KEY
                   PERFORM 1210-VERIFICAR-PERIODO
           END-READ.

       1210-VERIFICAR-PERIODO.
           IF PER-PAGADO THEN
               DISPLAY "NOMINA: PERIODO " NOM-PERIODO
                   " YA PAGADO - REVERSAR CON NOMREVERSA"
               PERFORM 1290-RECHAZAR-PERIODO
           ELSE IF PER-CERRADO THEN
               DISPLAY "NOMINA: PERIODO " NOM-PERIODO " CERRADO"
               PERFORM 1290-RECHAZAR-PERIODO
           ELSE IF PER-FECHA-PROCESO NOT = 0 THEN
               DISPLAY "NOMINA: PERIODO " NOM-PERIODO
                   " CON CORRIDA INCOMPLETA DEL " PER-FECHA-PROCESO
                   " - REVERSAR CON NOMREVERSA"
               PERFORM 1290-RECHAZAR-PERIODO
           ELSE
               MOVE NOM-FECHA-HOY(1:8) TO PER-FECHA-PROCESO
               REWRITE REG-NOMPER
           END-IF.

       1290-RECHAZAR-PERIODO.
           CLOSE NOMPER.
           CLOSE EMPMAST.
           MOVE 12 TO RETURN-CODE.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1110-CARGAR-CONCEPTO.
           IF DED-USADOS NOT < 8 THEN
               DISPLAY "NOMINA: MAS DE 8 CONCEPTOS EN DEDUC"
               CLOSE DEDUC
               CLOSE EMPMAST
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           ADD 1 TO DED-USADOS.
           MOVE DED-CODIGO TO TDED-CODIGO(DED-USADOS).
           MOVE DED-DESCRIPCION TO TDED-DESCRIPCION(DED-USADOS).
           MOVE DED-TIPO TO TDED-TIPO(DED-USADOS).
           MOVE DED-VALOR TO TDED-VALOR(DED-USADOS).
           MOVE DED-TOPE TO TDED-TOPE(DED-USADOS).
           MOVE 0 TO TDED-IMPORTE-EMP(DED-USADOS).
           MOVE 0 TO TDED-TOTAL(DED-USADOS).
           READ DEDUC NEXT RECORD
               AT END SET FIN-DE-DEDUC TO TRUE
           END-READ.

      * EMPPEND is only counted: the rates paid are EMPMAST's, which
      * a change reaches only once it is approved.
       1300-CONTAR-PENDIENTES.
           OPEN INPUT EMPPEND.
           IF EMPPEND-STATUS NOT = "35" THEN
               READ EMPPEND NEXT RECORD
                   AT END SET FIN-DE-EMPPEND TO TRUE
               END-READ
               PERFORM 1310-CONTAR-PENDIENTE UNTIL FIN-DE-EMPPEND
               CLOSE EMPPEND
           END-IF.

       1310-CONTAR-PENDIENTE.
           IF PEND-ESTA-PENDIENTE THEN
               ADD 1 TO NOM-PENDIENTES
           END-IF.
           READ EMPPEND NEXT RECORD
               AT END SET FIN-DE-EMPPEND TO TRUE
           END-READ.

       2000-PROCESAR-EMPLEADO.
           ADD 1 TO NOM-EMPLEADOS-LEIDOS.
           MOVE EMP-LEGAJO TO NOM-DET-LEGAJO.
           MOVE EMP-NOMBRE TO NOM-DET-NOMBRE.
           MOVE EMP-DEPARTAMENTO TO NOM-DET-DEPTO.
           MOVE EMP-TARIFA-HORA TO NOM-DET-TARIFA.
           MOVE 0 TO NOM-DIAS-LICENCIA.
           MOVE 0 TO NOM-IMPORTE-LICENCIA.
           IF EMP-ACTIVO THEN
               PERFORM 2050-BUSCAR-PARTE
               IF PARTE-HALLADO THEN
                   MOVE 0 TO NOM-EXTRAS-PAGAR
                   MOVE "SIN PARTE - CONTRATO" TO NOM-DET-NOTA
               END-IF
               PERFORM 2060-LICENCIAS-PAGAS
               IF NOM-DIAS-LICENCIA > 0 THEN
                   PERFORM 2080-VALORIZAR-LICENCIA
               END-IF
               MOVE NOM-HORAS-PAGAR TO NOM-DET-HORAS
               MOVE NOM-EXTRAS-PAGAR TO NOM-DET-EXTRAS
               COMPUTE NOM-IMPORTE-NORMAL =
                       EMP-TARIFA-HORA * NOM-HORAS-PAGAR
               COMPUTE NOM-IMPORTE-EXTRAS =
                       EMP-TARIFA-HORA * NOM-FACTOR-EXTRA
                           * NOM-EXTRAS-PAGAR
               COMPUTE NOM-IMPORTE = NOM-IMPORTE-NORMAL
                       + NOM-IMPORTE-EXTRAS + NOM-IMPORTE-LICENCIA
               PERFORM 2400-CALCULAR-DEDUCCIONES
               MOVE NOM-NETO TO NOM-DET-IMPORTE
               ADD 1 TO NOM-EMPLEADOS-PAGADOS
               ADD NOM-IMPORTE TO NOM-TOTAL-EMPRESA
               ADD NOM-TOTAL-DEDUC TO NOM-TOTAL-DEDUC-EMPRESA
               ADD NOM-NETO TO NOM-TOTAL-NETO
               PERFORM 2100-ACUMULAR-DEPTO
               PERFORM 2200-GRABAR-HISTORIA
               PERFORM 2300-EMITIR-PAGO
               PERFORM 2500-EMITIR-RECIBO
           ELSE
               MOVE EMP-HORAS-CONTRATO TO NOM-DET-HORAS
               MOVE 0 TO NOM-DET-EXTRAS
               MOVE "INACTIVO - SIN PAGO" TO NOM-DET-NOTA
           END-IF.
           WRITE LINEA-NOMINA FROM NOM-DETALLE.
           IF NOM-DIAS-LICENCIA > 0 THEN
               MOVE NOM-DIAS-LICENCIA TO NOM-DLI-DIAS
               MOVE NOM-VALOR-DIA TO NOM-DLI-VALOR-DIA
               MOVE NOM-IMPORTE-LICENCIA TO NOM-DLI-IMPORTE
               WRITE LINEA-NOMINA FROM NOM-DETALLE-LICENCIA
           END-IF.
           READ EMPMAST NEXT RECORD
               AT END SET FIN-DE-EMPMAST TO TRUE
           END-READ.
               END-READ
           END-IF.

      * Every paid leave of the employee still unpaid and begun by
      * the end of the period is taken whole and marked paid.
       2060-LICENCIAS-PAGAS.
           IF NOT SIN-ARCHIVO-LICTOM THEN
               MOVE "00" TO LICTOM-STATUS
               MOVE EMP-LEGAJO TO LTOM-LEGAJO
               MOVE 0 TO LTOM-DESDE
               START LICTOM KEY NOT < LTOM-CLAVE
                   INVALID KEY
                       SET FIN-DE-LICTOM TO TRUE
                   NOT INVALID KEY
                       READ LICTOM NEXT RECORD
                           AT END SET FIN-DE-LICTOM TO TRUE
                       END-READ
               END-START
               PERFORM 2070-LICENCIA-EMPLEADO
                   UNTIL FIN-DE-LICTOM OR LTOM-LEGAJO NOT = EMP-LEGAJO
           END-IF.

       2070-LICENCIA-EMPLEADO.
           IF LTOM-PAGA AND LTOM-PERIODO-PAGO = 0
                   AND LTOM-DESDE-PERIODO NOT > NOM-PERIODO THEN
               ADD LTOM-DIAS TO NOM-DIAS-LICENCIA
               MOVE NOM-PERIODO TO LTOM-PERIODO-PAGO
               REWRITE REG-LICTOM
           END-IF.
           READ LICTOM NEXT RECORD
               AT END SET FIN-DE-LICTOM TO TRUE
           END-READ.

      * A timesheet reports the hours actually worked, so the leave
      * is paid on top of it.  Paid on contract hours instead, the
      * leave days' share of the month (calendar days over 30) comes
      * off those hours so the days are not paid twice.
       2080-VALORIZAR-LICENCIA.
           COMPUTE NOM-VALOR-DIA ROUNDED =
                   EMP-TARIFA-HORA * EMP-HORAS-CONTRATO / NOM-DIAS-MES.
           COMPUTE NOM-IMPORTE-LICENCIA =
                   NOM-VALOR-DIA * NOM-DIAS-LICENCIA.
           ADD NOM-DIAS-LICENCIA TO NOM-TOTAL-DIAS-LICENCIA.
           ADD NOM-IMPORTE-LICENCIA TO NOM-TOTAL-LICENCIAS.
           IF NOT PARTE-HALLADO THEN
               COMPUTE NOM-HORAS-LICENCIA ROUNDED =
                       EMP-HORAS-CONTRATO * NOM-DIAS-LICENCIA
                           / NOM-DIAS-MES
               IF NOM-HORAS-LICENCIA > NOM-HORAS-PAGAR THEN
                   MOVE 0 TO NOM-HORAS-PAGAR
               ELSE
                   SUBTRACT NOM-HORAS-LICENCIA FROM NOM-HORAS-PAGAR
               END-IF
           END-IF.

       2100-ACUMULAR-DEPTO.
           MOVE "N" TO DEP-ENCONTRADO.
           MOVE 1 TO DEP-IND.
                   MOVE EMP-DEPARTAMENTO TO DEP-NOMBRE(DEP-IND)
                   MOVE 0 TO DEP-CANTIDAD(DEP-IND)
                   MOVE 0 TO DEP-IMPORTE(DEP-IND)
                   MOVE 0 TO DEP-NETO(DEP-IND)
               ELSE
                   MOVE 50 TO DEP-IND
                   MOVE "*OTROS*" TO DEP-NOMBRE(DEP-IND)
           END-IF.
           ADD 1 TO DEP-CANTIDAD(DEP-IND).
           ADD NOM-IMPORTE TO DEP-IMPORTE(DEP-IND).
           ADD NOM-NETO TO DEP-NETO(DEP-IND).

       2110-BUSCAR-DEPTO.
           IF DEP-NOMBRE(DEP-IND) = EMP-DEPARTAMENTO THEN
           MOVE NOM-EXTRAS-PAGAR TO NOMH-EXTRAS.
           MOVE EMP-TARIFA-HORA TO NOMH-TARIFA.
           MOVE NOM-IMPORTE TO NOMH-IMPORTE.
           MOVE 1 TO DED-IND.
           PERFORM 2210-GRABAR-DEDUCCION UNTIL DED-IND > 8.
           MOVE NOM-TOTAL-DEDUC TO NOMH-TOTAL-DEDUC.
           MOVE NOM-NETO TO NOMH-NETO.
           WRITE REG-NOMHIST.

       2210-GRABAR-DEDUCCION.
           IF DED-IND > DED-USADOS THEN
               MOVE SPACES TO NOMH-DED-CODIGO(DED-IND)
               MOVE 0 TO NOMH-DED-IMPORTE(DED-IND)
           ELSE
               MOVE TDED-CODIGO(DED-IND) TO NOMH-DED-CODIGO(DED-IND)
               MOVE TDED-IMPORTE-EMP(DED-IND)
                   TO NOMH-DED-IMPORTE(DED-IND)
           END-IF.
           ADD 1 TO DED-IND.

      * One D record per paid employee with an account on file.  A
      * paid employee without one is flagged on the print line and
      * counted, so the clerk knows that payment stays manual; the
               MOVE EMP-LEGAJO TO BAN-DET-LEGAJO
               MOVE CTA-BANCO TO BAN-DET-BANCO
               MOVE CTA-CUENTA TO BAN-DET-CUENTA
               MOVE NOM-NETO TO BAN-DET-IMPORTE
               MOVE EMP-NOMBRE TO BAN-DET-NOMBRE
               WRITE LINEA-BANCO FROM BAN-DETALLE
               ADD 1 TO BAN-EMITIDOS
               ADD NOM-NETO TO BAN-HASH-IMPORTE
           ELSE
               ADD 1 TO NOM-SIN-CUENTA
               IF NOM-DET-NOTA = SPACES THEN
               END-IF
           END-IF.

      * Each DEDUC concept in turn: a percentage of the gross or a
      * fixed amount, held to its cap when it has one.  Should the
      * concepts together reach the gross, the last one is cut so
      * the net never goes below zero.
       2400-CALCULAR-DEDUCCIONES.
           MOVE 0 TO NOM-TOTAL-DEDUC.
           MOVE 1 TO DED-IND.
           PERFORM 2410-APLICAR-DEDUCCION UNTIL DED-IND > DED-USADOS.
           COMPUTE NOM-NETO = NOM-IMPORTE - NOM-TOTAL-DEDUC.

       2410-APLICAR-DEDUCCION.
           IF TDED-PORCENTAJE(DED-IND) THEN
               COMPUTE NOM-DED-CALCULO ROUNDED =
                       NOM-IMPORTE * TDED-VALOR(DED-IND) / 100
           ELSE
               MOVE TDED-VALOR(DED-IND) TO NOM-DED-CALCULO
           END-IF.
           IF TDED-TOPE(DED-IND) > 0
                   AND NOM-DED-CALCULO > TDED-TOPE(DED-IND) THEN
               MOVE TDED-TOPE(DED-IND) TO NOM-DED-CALCULO
           END-IF.
           IF NOM-TOTAL-DEDUC + NOM-DED-CALCULO > NOM-IMPORTE THEN
               COMPUTE NOM-DED-CALCULO = NOM-IMPORTE - NOM-TOTAL-DEDUC
           END-IF.
           MOVE NOM-DED-CALCULO TO TDED-IMPORTE-EMP(DED-IND).
           ADD NOM-DED-CALCULO TO NOM-TOTAL-DEDUC.
           ADD NOM-DED-CALCULO TO TDED-TOTAL(DED-IND).
           ADD 1 TO DED-IND.

      * One payslip per paid employee on RECIBOS: hours and overtime
      * at their rates, paid leave days at the day rate, the gross,
      * each deduction, and the net.
       2500-EMITIR-RECIBO.
           WRITE LINEA-RECIBO FROM REC-ENCABEZADO.
           MOVE EMP-LEGAJO TO REC-EMP-LEGAJO.
           MOVE EMP-NOMBRE TO REC-EMP-NOMBRE.
           MOVE EMP-DEPARTAMENTO TO REC-EMP-DEPTO.
           WRITE LINEA-RECIBO FROM REC-EMPLEADO.
           MOVE "HORAS NORMALES" TO REC-HOR-CONCEPTO.
           MOVE NOM-HORAS-PAGAR TO REC-HOR-CANTIDAD.
           MOVE EMP-TARIFA-HORA TO REC-HOR-TARIFA.
           MOVE NOM-IMPORTE-NORMAL TO REC-HOR-IMPORTE.
           WRITE LINEA-RECIBO FROM REC-HORAS.
           IF NOM-EXTRAS-PAGAR > 0 THEN
               MOVE "HORAS EXTRAS" TO REC-HOR-CONCEPTO
               MOVE NOM-EXTRAS-PAGAR TO REC-HOR-CANTIDAD
               COMPUTE REC-HOR-TARIFA =
                       EMP-TARIFA-HORA * NOM-FACTOR-EXTRA
               MOVE NOM-IMPORTE-EXTRAS TO REC-HOR-IMPORTE
               WRITE LINEA-RECIBO FROM REC-HORAS
           END-IF.
           IF NOM-DIAS-LICENCIA > 0 THEN
               MOVE NOM-DIAS-LICENCIA TO REC-LIC-DIAS
               MOVE NOM-VALOR-DIA TO REC-LIC-VALOR-DIA
               MOVE NOM-IMPORTE-LICENCIA TO REC-LIC-IMPORTE
               WRITE LINEA-RECIBO FROM REC-LICENCIA
           END-IF.
           MOVE "TOTAL BRUTO" TO REC-IMP-CONCEPTO.
           MOVE SPACES TO REC-IMP-BASE.
           MOVE NOM-IMPORTE TO REC-IMP-IMPORTE.
           WRITE LINEA-RECIBO FROM REC-IMPORTE.
           MOVE 1 TO DED-IND.
           PERFORM 2510-RECIBO-DEDUCCION UNTIL DED-IND > DED-USADOS.
           MOVE "TOTAL DESCUENTOS" TO REC-IMP-CONCEPTO.
           MOVE SPACES TO REC-IMP-BASE.
           COMPUTE REC-IMP-IMPORTE = 0 - NOM-TOTAL-DEDUC.
           WRITE LINEA-RECIBO FROM REC-IMPORTE.
           MOVE "NETO A COBRAR" TO REC-IMP-CONCEPTO.
           MOVE NOM-NETO TO REC-IMP-IMPORTE.
           WRITE LINEA-RECIBO FROM REC-IMPORTE.
           IF NOM-DET-NOTA NOT = SPACES THEN
               MOVE NOM-DET-NOTA TO REC-NOT-TEXTO
               WRITE LINEA-RECIBO FROM REC-NOTA
           END-IF.
           WRITE LINEA-RECIBO FROM REC-SEPARADOR.

       2510-RECIBO-DEDUCCION.
           MOVE TDED-DESCRIPCION(DED-IND) TO REC-IMP-CONCEPTO.
           MOVE SPACES TO REC-IMP-BASE.
           IF TDED-PORCENTAJE(DED-IND) THEN
               MOVE TDED-VALOR(DED-IND) TO REC-PORCENTAJE
               STRING REC-PORCENTAJE " %" DELIMITED BY SIZE
                   INTO REC-IMP-BASE
               END-STRING
           END-IF.
           COMPUTE REC-IMP-IMPORTE = 0 - TDED-IMPORTE-EMP(DED-IND).
           WRITE LINEA-RECIBO FROM REC-IMPORTE.
           ADD 1 TO DED-IND.

       3000-TOTALES.
           MOVE SPACES TO LINEA-NOMINA.
           WRITE LINEA-NOMINA.
           PERFORM 3100-IMPRIMIR-DEPTO UNTIL DEP-IND > DEP-USADOS.
           MOVE NOM-EMPLEADOS-PAGADOS TO NOM-TGEN-CANTIDAD.
           MOVE NOM-TOTAL-EMPRESA TO NOM-TGEN-IMPORTE.
           MOVE NOM-TOTAL-DEDUC-EMPRESA TO NOM-TGEN-DEDUC.
           MOVE NOM-TOTAL-NETO TO NOM-TGEN-NETO.
           WRITE LINEA-NOMINA FROM NOM-TOTAL-GENERAL.
           IF NOM-TOTAL-DIAS-LICENCIA > 0 THEN
               MOVE NOM-TOTAL-DIAS-LICENCIA TO NOM-TLI-DIAS
               MOVE NOM-TOTAL-LICENCIAS TO NOM-TLI-IMPORTE
               WRITE LINEA-NOMINA FROM NOM-TOTAL-LICENCIA
           END-IF.
           MOVE 1 TO DED-IND.
           PERFORM 3200-IMPRIMIR-DEDUCCION UNTIL DED-IND > DED-USADOS.
           PERFORM 3500-GRABAR-ASIENTOS.
           IF NOM-SIN-CUENTA > 0 THEN
               MOVE NOM-SIN-CUENTA TO NOM-ASC-CANTIDAD
               WRITE LINEA-NOMINA FROM NOM-AVISO-SIN-CUENTA
           END-IF.
           IF NOM-PENDIENTES > 0 THEN
               MOVE NOM-PENDIENTES TO NOM-APE-CANTIDAD
               WRITE LINEA-NOMINA FROM NOM-AVISO-PENDIENTES
           END-IF.

      * The official department name comes off the DEPTOS table; a
      * code without a record (or no table at all) prints with the
           END-IF.
           MOVE DEP-CANTIDAD(DEP-IND) TO NOM-TDEP-CANTIDAD.
           MOVE DEP-IMPORTE(DEP-IND) TO NOM-TDEP-IMPORTE.
           MOVE DEP-NETO(DEP-IND) TO NOM-TDEP-NETO.
           WRITE LINEA-NOMINA FROM NOM-TOTAL-DEPTO.
           ADD 1 TO DEP-IND.

       3200-IMPRIMIR-DEDUCCION.
           MOVE TDED-CODIGO(DED-IND) TO NOM-TDED-CODIGO.
           MOVE TDED-DESCRIPCION(DED-IND) TO NOM-TDED-DESCRIPCION.
           MOVE TDED-TOTAL(DED-IND) TO NOM-TDED-IMPORTE.
           WRITE LINEA-NOMINA FROM NOM-TOTAL-DEDUCCION.
           ADD 1 TO DED-IND.

      *----------------------------------------------------------*
      * Journal batch to ASIENTOS: one debit of salary expense per *
      * department (SUEL + department code), one credit of the net *
      * to salaries payable (SPAG) and one credit per deduction    *
      * concept to its own payable (DEDU + concept code, or SPAG   *
      * when the concept has no account of its own).  A line whose *
      * account is not on CTAMAP is left out and listed, which     *
      * unbalances the batch: it is flagged D and the run ends     *
      * RC=12 so it never reaches the ledger.                      *
      *----------------------------------------------------------*
       3500-GRABAR-ASIENTOS.
           MOVE "NOMINA" TO ASI-CAB-ORIGEN.
           MOVE NOM-FECHA-HOY(1:8) TO ASI-CAB-FECHA.
           MOVE NOM-PERIODO TO ASI-CAB-PERIODO.
           WRITE LINEA-ASIENTO FROM ASI-CABECERA.
           MOVE 1 TO DEP-IND.
           PERFORM 3510-ASIENTO-DEPTO UNTIL DEP-IND > DEP-USADOS.
           MOVE "SPAG" TO MAP-CONCEPTO.
           MOVE SPACES TO MAP-CODIGO.
           MOVE SPACES TO ASI-CENTRO.
           MOVE "H" TO ASI-SIGNO.
           MOVE NOM-TOTAL-NETO TO ASI-IMPORTE.
           PERFORM 3590-ESCRIBIR-ASIENTO.
           MOVE 1 TO DED-IND.
           PERFORM 3520-ASIENTO-DEDUCCION UNTIL DED-IND > DED-USADOS.
           MOVE "NOMINA" TO ASI-TRL-ORIGEN.
           MOVE ASI-LINEAS TO ASI-TRL-CANTIDAD.
           MOVE ASI-TOTAL-DEBE TO ASI-TRL-DEBE.
           MOVE ASI-TOTAL-HABER TO ASI-TRL-HABER.
           IF ASI-TOTAL-DEBE = ASI-TOTAL-HABER
                   AND ASI-SIN-CUENTA = 0 THEN
               MOVE "B" TO ASI-TRL-ESTADO
           ELSE
               MOVE "D" TO ASI-TRL-ESTADO
               MOVE ASI-TOTAL-DEBE TO NOM-ADE-DEBE
               MOVE ASI-TOTAL-HABER TO NOM-ADE-HABER
               WRITE LINEA-NOMINA FROM NOM-AVISO-DESCUADRE
               DISPLAY "NOMINA: ASIENTO CONTABLE DESCUADRADO"
               MOVE 12 TO RETURN-CODE
           END-IF.
           WRITE LINEA-ASIENTO FROM ASI-TRAILER.

       3510-ASIENTO-DEPTO.
           MOVE "SUEL" TO MAP-CONCEPTO.
           MOVE DEP-NOMBRE(DEP-IND) TO MAP-CODIGO.
           MOVE DEP-NOMBRE(DEP-IND) TO ASI-CENTRO.
           MOVE "D" TO ASI-SIGNO.
           MOVE DEP-IMPORTE(DEP-IND) TO ASI-IMPORTE.
           PERFORM 3590-ESCRIBIR-ASIENTO.
           ADD 1 TO DEP-IND.

       3520-ASIENTO-DEDUCCION.
           MOVE "DEDU" TO MAP-CONCEPTO.
           MOVE TDED-CODIGO(DED-IND) TO MAP-CODIGO.
           PERFORM 3595-BUSCAR-MAPEO.
           IF NOT MAPEO-HALLADO THEN
               MOVE "SPAG" TO MAP-CONCEPTO
               MOVE SPACES TO MAP-CODIGO
           END-IF.
           MOVE SPACES TO ASI-CENTRO.
           MOVE "H" TO ASI-SIGNO.
           MOVE TDED-TOTAL(DED-IND) TO ASI-IMPORTE.
           PERFORM 3590-ESCRIBIR-ASIENTO.
           ADD 1 TO DED-IND.

      * Zero amounts are not posted.  MAP-CLAVE, ASI-CENTRO,
      * ASI-SIGNO and ASI-IMPORTE are set by the caller.
       3590-ESCRIBIR-ASIENTO.
           IF ASI-IMPORTE NOT = 0 THEN
               PERFORM 3595-BUSCAR-MAPEO
               IF MAPEO-HALLADO THEN
                   MOVE "NOMINA" TO ASI-DET-ORIGEN
                   MOVE NOM-FECHA-HOY(1:8) TO ASI-DET-FECHA
                   MOVE MAP-CUENTA TO ASI-DET-CUENTA
                   MOVE ASI-CENTRO TO ASI-DET-CENTRO
                   MOVE ASI-SIGNO TO ASI-DET-SIGNO
                   MOVE ASI-IMPORTE TO ASI-DET-IMPORTE
                   MOVE MAP-DESCRIPCION TO ASI-DET-DESCRIPCION
                   WRITE LINEA-ASIENTO FROM ASI-DETALLE
                   ADD 1 TO ASI-LINEAS
                   IF ASI-SIGNO = "D" THEN
                       ADD ASI-IMPORTE TO ASI-TOTAL-DEBE
                   ELSE
                       ADD ASI-IMPORTE TO ASI-TOTAL-HABER
                   END-IF
               ELSE
                   ADD 1 TO ASI-SIN-CUENTA
                   MOVE MAP-CLAVE TO NOM-ASM-CLAVE
                   MOVE ASI-IMPORTE TO NOM-ASM-IMPORTE
                   WRITE LINEA-NOMINA FROM NOM-AVISO-SIN-MAPEO
               END-IF
           END-IF.

       3595-BUSCAR-MAPEO.
           MOVE "N" TO SW-MAPEO-HALLADO.
           IF NOT SIN-ARCHIVO-CTAMAP THEN
               READ CTAMAP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-MAPEO-HALLADO
               END-READ
           END-IF.

       9000-FIN.
           MOVE BAN-EMITIDOS TO BAN-TRL-CANTIDAD.
           MOVE BAN-HASH-IMPORTE TO BAN-TRL-HASH.
           WRITE LINEA-BANCO FROM BAN-TRAILER.
           MOVE NOM-PERIODO TO PER-PERIODO.
           READ NOMPER
               INVALID KEY
                   DISPLAY "NOMINA: PERIODO " NOM-PERIODO
                       " DESAPARECIO DE NOMPER"
                   MOVE 12 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE "P" TO PER-ESTADO
                   MOVE NOM-EMPLEADOS-PAGADOS TO PER-EMPLEADOS
                   MOVE NOM-TOTAL-EMPRESA TO PER-BRUTO
                   MOVE NOM-TOTAL-DEDUC-EMPRESA TO PER-DEDUC
                   MOVE NOM-TOTAL-NETO TO PER-NETO
                   REWRITE REG-NOMPER
           END-READ.
           CLOSE NOMPER.
           CLOSE EMPMAST.
           IF NOT SIN-ARCHIVO-PARTES THEN
               CLOSE PARTES
           CLOSE NOMHIST.
           CLOSE NOMIPRT.
           CLOSE BANCOUT.
           CLOSE RECIBOS.
           IF NOT SIN-ARCHIVO-CTAMAP THEN
               CLOSE CTAMAP
           END-IF.
           CLOSE ASIENTOS.
           IF NOT SIN-ARCHIVO-LICTOM THEN
               CLOSE LICTOM
           END-IF.
           IF NOM-SIN-CUENTA > 0 AND RETURN-CODE = 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF NOM-PENDIENTES > 0 THEN
               MOVE NOM-PENDIENTES TO NOM-APE-CANTIDAD
               DISPLAY "NOMINA: CAMBIOS DE TARIFA PENDIENTES: "
                   NOM-APE-CANTIDAD
               IF RETURN-CODE = 0 THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           MOVE NOM-EMPLEADOS-LEIDOS TO RCT-LEIDOS.
           MOVE NOM-EMPLEADOS-PAGADOS TO RCT-GRABADOS.
           MOVE "NETO" TO RCT-TOTAL-DESC.
           MOVE NOM-TOTAL-NETO TO RCT-TOTAL-CONTROL.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM NOMINA.

      *          and AUDITLOG is then emptied, so the online log
      *          never grows past one cut.
      * Tectonics: FOOOOO
      ******************************************************************
      * Modification history
      * --------------------
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDINFORME.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFORME-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITLOG
           LABEL RECORDS ARE STANDARD.
       01  LINEA-INFORME                   PIC X(80).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "AUDINFORME".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 AUD-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-AUDITLOG VALUE "10".
       77 ARCH-STATUS PIC X(02) VALUE "00".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESAR-LINEA UNTIL FIN-DE-AUDITLOG.
           PERFORM 3000-IMPRIMIR-INFORME.
           PERFORM 4000-CORTAR-LOG.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           IF AUD-STATUS = "35" THEN
               DISPLAY "AUDINFORME: NO EXISTE AUDITLOG"
               MOVE 4 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN EXTEND AUDARCH.
           CLOSE AUDARCH.
           CLOSE INFORME.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           MOVE INF-LINEAS-LEIDAS TO RCT-LEIDOS.
           MOVE INF-LINEAS-LEIDAS TO RCT-GRABADOS.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM AUDINFORME.

      ******************************************************************
      * 02-09-2026  AM  ALTA/BAJA matching keys on the legajo now:
      *                 EMPMAST is keyed by EMP-LEGAJO and the audit
      *                 lines carry "ALTA nnnnnn"/"BAJA nnnnnn".
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONCILIA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECONRPT-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST
           LABEL RECORDS ARE STANDARD.
       01  LINEA-RECON                     PIC X(90).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "RECONCILIA".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 EMPMAST-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-EMPMAST VALUE "10".
       77 AUD-STATUS PIC X(02) VALUE "00".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CARGAR-EMPMAST.
           PERFORM 3000-LEER-AUDITORIA.
           PERFORM 6000-VERIFICAR-CHECKPOINTS.
           PERFORM 7000-RESUMEN.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
       9000-FIN.
           CLOSE RECONRPT.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           MOVE REC-EMP-USADOS TO RCT-LEIDOS.
           MOVE REC-DISCREPANCIAS TO RCT-GRABADOS.
           MOVE "DISCREPANC" TO RCT-TOTAL-DESC.
           MOVE REC-DISCREPANCIAS TO RCT-TOTAL-CONTROL.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM RECONCILIA.

      ******************************************************************
      *          or adding a language is just a reload of this job -
      *          no recompile of the online program.
      * Tectonics: FOOOOO
      ******************************************************************
      * Modification history
      * --------------------
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAMSJ.
               RECORD KEY IS MSJ-CLAVE
               FILE STATUS IS MENSAJES-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MSJCARDS
               10  MSJ-IDIOMA              PIC X(02).
           05  MSJ-TEXTO                   PIC X(60).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "CARGAMSJ".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 MSJCARDS-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-MSJCARDS VALUE "10".
       77 MENSAJES-STATUS PIC X(02) VALUE "00".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CARGAR-CARD UNTIL FIN-DE-MSJCARDS.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           IF MSJCARDS-STATUS = "35" THEN
               DISPLAY "CARGAMSJ: NO EXISTEN CARDS MSJCARDS"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN I-O MENSAJES.
           MOVE MSJ-REEMPLAZOS TO FORMATO-MSJ.
           DISPLAY "CARGAMSJ: MENSAJES REEMPLAZADOS:" FORMATO-MSJ.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           COMPUTE RCT-LEIDOS = MSJ-ALTAS + MSJ-REEMPLAZOS.
           COMPUTE RCT-GRABADOS = MSJ-ALTAS + MSJ-REEMPLAZOS.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM CARGAMSJ.

      ******************************************************************
      *          flag cleared - so reloading an operator's card is how
      *          a password is reset and a locked id is freed.
      * Tectonics: FOOOOO
      ******************************************************************
      * Modification history
      * --------------------
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAUSU.
               RECORD KEY IS USU-ID
               FILE STATUS IS USUARIOS-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USUCARDS
           05  USU-INTENTOS                PIC 9(01).
           05  USU-BLOQUEADO               PIC X(01).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "CARGAUSU".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 USUCARDS-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-USUCARDS VALUE "10".
       77 USUARIOS-STATUS PIC X(02) VALUE "00".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CARGAR-CARD UNTIL FIN-DE-USUCARDS.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           IF USUCARDS-STATUS = "35" THEN
               DISPLAY "CARGAUSU: NO EXISTEN CARDS USUCARDS"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN I-O USUARIOS.
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           COMPUTE RCT-LEIDOS = USU-ALTAS + USU-REEMPLAZOS + USU-MALAS.
           COMPUTE RCT-GRABADOS = USU-ALTAS + USU-REEMPLAZOS.
           MOVE USU-MALAS TO RCT-RECHAZADOS.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM CARGAUSU.

      ******************************************************************
      *          month.  Reloading a card replaces the record, which
      *          is how a mispunched timesheet is corrected.
      * Tectonics: FOOOOO
      ******************************************************************
      * Modification history
      * --------------------
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAPAR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARRECH-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One card per employee and period.  The X-redefinitions let
           LABEL RECORDS ARE STANDARD.
       01  LINEA-PAR-RECHAZO               PIC X(60).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "CARGAPAR".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 PARCARDS-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-PARCARDS VALUE "10".
       77 PARTES-STATUS PIC X(02) VALUE "00".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CARGAR-CARD UNTIL FIN-DE-PARCARDS.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           IF PARCARDS-STATUS = "35" THEN
               DISPLAY "CARGAPAR: NO EXISTEN CARDS PARCARDS"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN OUTPUT PARRECH.
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           MOVE PAR-LEIDAS TO RCT-LEIDOS.
           COMPUTE RCT-GRABADOS = PAR-ALTAS + PAR-REEMPLAZOS.
           MOVE PAR-RECHAZADAS TO RCT-RECHAZADOS.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM CARGAPAR.

      ******************************************************************
      *          CONSRECH with their reason and the job ends RC=8,
      *          the same edit-pass contract as CALCULO-LOTE.
      * Tectonics: FOOOOO
      ******************************************************************
      * Modification history
      * --------------------
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMCONSU.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSRECH-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One card per query.  The X-redefinitions let the edit pass
           05  NOMH-EXTRAS                 PIC 9(03).
           05  NOMH-TARIFA                 PIC 9(04)V9(02).
           05  NOMH-IMPORTE                PIC 9(09)V9(02).
           05  NOMH-DEDUCCIONES.
               10  NOMH-DEDUCCION OCCURS 8 TIMES.
                   15  NOMH-DED-CODIGO     PIC X(04).
                   15  NOMH-DED-IMPORTE    PIC 9(07)V9(02).
           05  NOMH-TOTAL-DEDUC            PIC 9(09)V9(02).
           05  NOMH-NETO                   PIC 9(09)V9(02).

       FD  CONSRPT
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  LINEA-CONS-RECHAZO              PIC X(60).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "NOMCONSU".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 CONSPARM-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-CONSPARM VALUE "10".
       77 NOMHIST-STATUS PIC X(02) VALUE "00".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESAR-CARD UNTIL FIN-DE-CONSPARM.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           IF CONSPARM-STATUS = "35" THEN
               DISPLAY "NOMCONSU: NO EXISTEN CARDS CONSPARM"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN OUTPUT CONSRPT.
           IF NOMHIST-STATUS = "35" THEN
               DISPLAY "NOMCONSU: NO EXISTE LA HISTORIA NOMHIST"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           READ NOMHIST
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           MOVE CONS-LEIDAS TO RCT-LEIDOS.
           COMPUTE RCT-GRABADOS = CONS-LEIDAS - CONS-RECHAZADAS.
           MOVE CONS-RECHAZADAS TO RCT-RECHAZADOS.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM NOMCONSU.

      ******************************************************************
      *          the BANCOUT file NOMINA hands the bank is built
      *          from this data, so nothing sloppy gets on it.
      * Tectonics: FOOOOO
      ******************************************************************
      * Modification history
      * --------------------
      * 15-10-2026  AM  The account must be a 22-digit CBU whose two
      *                 check digits (bank/branch block and account
      *                 block) are right, the bank code must match
      *                 the CBU's bank prefix, and the legajo must be
      *                 on EMPMAST.  CUENTAS carries the date the
      *                 details last changed (a reload with the same
      *                 bank and account keeps it), for the CTAEXCEP
      *                 pre-payroll check.
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGACTA.
               RECORD KEY IS CTA-LEGAJO
               FILE STATUS IS CUENTAS-STATUS.

           SELECT EMPMAST ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-LEGAJO
               ALTERNATE RECORD KEY IS EMP-NOMBRE WITH DUPLICATES
               FILE STATUS IS EMPMAST-STATUS.

           SELECT CTARECH ASSIGN TO "CTARECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTARECH-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTACARDS
                                           PIC X(06).
           05  CARD-CTA-BANCO              PIC X(03).
           05  CARD-CTA-CUENTA             PIC X(22).
           05  CARD-CTA-CBU REDEFINES CARD-CTA-CUENTA.
               10  CARD-CTA-CBU-BANCO      PIC X(03).
               10  FILLER                  PIC X(19).
           05  CARD-CTA-DIGITOS REDEFINES CARD-CTA-CUENTA.
               10  CARD-CTA-DIGITO         PIC 9(01) OCCURS 22 TIMES.

      * CTA-FECHA-CAMBIO is the date the bank details last changed.
       FD  CUENTAS
           LABEL RECORDS ARE STANDARD.
       01  REG-CUENTA.
           05  CTA-LEGAJO                  PIC 9(06).
           05  CTA-BANCO                   PIC X(03).
           05  CTA-CUENTA                  PIC X(22).
           05  CTA-FECHA-CAMBIO            PIC 9(08).

       FD  EMPMAST
           LABEL RECORDS ARE STANDARD.
       01  EMP-RECORD.
           05  EMP-LEGAJO                  PIC 9(06).
           05  EMP-NOMBRE                  PIC X(20).
           05  EMP-DEPARTAMENTO            PIC X(10).
           05  EMP-FECHA-ALTA              PIC 9(08).
           05  EMP-TARIFA-HORA             PIC 9(04)V9(02).
           05  EMP-HORAS-CONTRATO          PIC 9(03).
           05  EMP-ESTADO                  PIC X(01).

       FD  CTARECH
           LABEL RECORDS ARE STANDARD.
       01  LINEA-CTA-RECHAZO               PIC X(70).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "CARGACTA".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 CTACARDS-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-CTACARDS VALUE "10".
       77 CUENTAS-STATUS PIC X(02) VALUE "00".
       77 CTARECH-STATUS PIC X(02) VALUE "00".
       77 EMPMAST-STATUS PIC X(02) VALUE "00".
       77 CTA-FECHA-HOY PIC X(21) VALUE SPACES.
       77 SW-CTA-VALIDA PIC X(01) VALUE "S".
           88 CTA-ES-VALIDA VALUE "S".
       77 CTA-MOTIVO PIC X(30) VALUE SPACES.
       77 CTA-LEIDAS PIC 9(05) COMP VALUE 0.
       77 CTA-ALTAS PIC 9(05) COMP VALUE 0.
       77 CTA-REEMPLAZOS PIC 9(05) COMP VALUE 0.
       77 CTA-SIN-CAMBIO PIC 9(05) COMP VALUE 0.
       77 CTA-RECHAZADAS PIC 9(05) COMP VALUE 0.
       77 FORMATO-CTA PIC ZZZZ9.

      * CBU check digits: digits 1-7 (bank and branch) weighted
      * 7139713 give digit 8, digits 9-21 (account) weighted
      * 3971397139713 give digit 22; the check digit is what takes
      * the weighted sum to the next multiple of ten.
       01 CTA-TABLA-PESOS.
           05 FILLER PIC X(22) VALUE "7139713039713971397130".
       01 CTA-PESOS REDEFINES CTA-TABLA-PESOS.
           05 CTA-PESO PIC 9(01) OCCURS 22 TIMES.
       77 CTA-IND PIC 9(02) COMP VALUE 0.
       77 CTA-SUMA-BLOQUE1 PIC 9(05) COMP VALUE 0.
       77 CTA-SUMA-BLOQUE2 PIC 9(05) COMP VALUE 0.
       77 CTA-COCIENTE PIC 9(05) COMP VALUE 0.
       77 CTA-RESTO PIC 9(02) COMP VALUE 0.
       77 CTA-DV-BLOQUE1 PIC 9(02) COMP VALUE 0.
       77 CTA-DV-BLOQUE2 PIC 9(02) COMP VALUE 0.
       01 REG-CTA-RECHAZO.
           05 CTA-RECH-CARD PIC X(31).
           05 FILLER PIC X(03) VALUE " | ".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CARGAR-CARD UNTIL FIN-DE-CTACARDS.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO CTA-FECHA-HOY.
           OPEN INPUT CTACARDS.
           IF CTACARDS-STATUS = "35" THEN
               DISPLAY "CARGACTA: NO EXISTEN CARDS CTACARDS"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN INPUT EMPMAST.
           IF EMPMAST-STATUS = "35" THEN
               DISPLAY "CARGACTA: NO EXISTE EL MAESTRO EMPMAST"
               CLOSE CTACARDS
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN OUTPUT CTARECH.
           PERFORM 2010-VALIDAR-CARD.
           IF CTA-ES-VALIDA THEN
               MOVE CARD-CTA-LEGAJO TO CTA-LEGAJO
               READ CUENTAS
                   INVALID KEY
                       MOVE CARD-CTA-BANCO TO CTA-BANCO
                       MOVE CARD-CTA-CUENTA TO CTA-CUENTA
                       MOVE CTA-FECHA-HOY(1:8) TO CTA-FECHA-CAMBIO
                       WRITE REG-CUENTA
                       ADD 1 TO CTA-ALTAS
                   NOT INVALID KEY
                       PERFORM 2100-REEMPLAZAR-CUENTA
               END-READ
           ELSE
               ADD 1 TO CTA-RECHAZADAS
               PERFORM 2900-RECHAZAR-CARD
           ELSE IF CARD-CTA-CUENTA = SPACES THEN
               MOVE "N" TO SW-CTA-VALIDA
               MOVE "CUENTA EN BLANCO" TO CTA-MOTIVO
           ELSE IF CARD-CTA-CUENTA NOT NUMERIC THEN
               MOVE "N" TO SW-CTA-VALIDA
               MOVE "CBU NO SON 22 DIGITOS" TO CTA-MOTIVO
           ELSE
               PERFORM 2020-VERIFICAR-CBU
               IF CTA-DV-BLOQUE1 NOT = CARD-CTA-DIGITO(8) THEN
                   MOVE "N" TO SW-CTA-VALIDA
                   MOVE "CBU DIGITO VERIF. BANCO ERRADO" TO CTA-MOTIVO
               ELSE IF CTA-DV-BLOQUE2 NOT = CARD-CTA-DIGITO(22) THEN
                   MOVE "N" TO SW-CTA-VALIDA
                   MOVE "CBU DIG. VERIF. CUENTA ERRADO" TO CTA-MOTIVO
               ELSE IF CARD-CTA-BANCO NOT = CARD-CTA-CBU-BANCO THEN
                   MOVE "N" TO SW-CTA-VALIDA
                   MOVE "BANCO NO COINCIDE CON EL CBU" TO CTA-MOTIVO
               ELSE
                   MOVE CARD-CTA-LEGAJO TO EMP-LEGAJO
                   READ EMPMAST
                       INVALID KEY
                           MOVE "N" TO SW-CTA-VALIDA
                           MOVE "LEGAJO NO EXISTE EN EMPMAST"
                               TO CTA-MOTIVO
                   END-READ
               END-IF
           END-IF.

       2020-VERIFICAR-CBU.
           MOVE 0 TO CTA-SUMA-BLOQUE1.
           MOVE 0 TO CTA-SUMA-BLOQUE2.
           MOVE 1 TO CTA-IND.
           PERFORM 2030-SUMAR-DIGITO UNTIL CTA-IND > 21.
           DIVIDE CTA-SUMA-BLOQUE1 BY 10 GIVING CTA-COCIENTE
               REMAINDER CTA-RESTO.
           COMPUTE CTA-DV-BLOQUE1 = 10 - CTA-RESTO.
           IF CTA-DV-BLOQUE1 = 10 THEN
               MOVE 0 TO CTA-DV-BLOQUE1
           END-IF.
           DIVIDE CTA-SUMA-BLOQUE2 BY 10 GIVING CTA-COCIENTE
               REMAINDER CTA-RESTO.
           COMPUTE CTA-DV-BLOQUE2 = 10 - CTA-RESTO.
           IF CTA-DV-BLOQUE2 = 10 THEN
               MOVE 0 TO CTA-DV-BLOQUE2
           END-IF.

       2030-SUMAR-DIGITO.
           IF CTA-IND < 8 THEN
               COMPUTE CTA-SUMA-BLOQUE1 = CTA-SUMA-BLOQUE1
                       + CARD-CTA-DIGITO(CTA-IND) * CTA-PESO(CTA-IND)
           ELSE IF CTA-IND > 8 THEN
               COMPUTE CTA-SUMA-BLOQUE2 = CTA-SUMA-BLOQUE2
                       + CARD-CTA-DIGITO(CTA-IND) * CTA-PESO(CTA-IND)
           END-IF.
           ADD 1 TO CTA-IND.

      * Reloading the same bank and account is not a change: the
      * record (and the date it last changed) is left as it is.
       2100-REEMPLAZAR-CUENTA.
           IF CTA-BANCO = CARD-CTA-BANCO
                   AND CTA-CUENTA = CARD-CTA-CUENTA THEN
               ADD 1 TO CTA-SIN-CAMBIO
           ELSE
               MOVE CARD-CTA-BANCO TO CTA-BANCO
               MOVE CARD-CTA-CUENTA TO CTA-CUENTA
               MOVE CTA-FECHA-HOY(1:8) TO CTA-FECHA-CAMBIO
               REWRITE REG-CUENTA
               ADD 1 TO CTA-REEMPLAZOS
           END-IF.

       2900-RECHAZAR-CARD.
       9000-FIN.
           CLOSE CTACARDS.
           CLOSE CUENTAS.
           CLOSE EMPMAST.
           CLOSE CTARECH.
           MOVE CTA-ALTAS TO FORMATO-CTA.
           DISPLAY "CARGACTA: CUENTAS NUEVAS:      " FORMATO-CTA.
           MOVE CTA-REEMPLAZOS TO FORMATO-CTA.
           DISPLAY "CARGACTA: CUENTAS REEMPLAZADAS:" FORMATO-CTA.
           MOVE CTA-SIN-CAMBIO TO FORMATO-CTA.
           DISPLAY "CARGACTA: CUENTAS SIN CAMBIO:  " FORMATO-CTA.
           MOVE CTA-RECHAZADAS TO FORMATO-CTA.
           DISPLAY "CARGACTA: CARDS RECHAZADAS:    " FORMATO-CTA.
           IF CTA-RECHAZADAS > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           MOVE CTA-LEIDAS TO RCT-LEIDOS.
           COMPUTE RCT-GRABADOS = CTA-ALTAS + CTA-REEMPLAZOS.
           MOVE CTA-RECHAZADAS TO RCT-RECHAZADOS.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM CARGACTA.

      ******************************************************************
      *          A card with a blank code or name is counted and
      *          skipped (RC=4), the same contract as CARGAUSU.
      * Tectonics: FOOOOO
      ******************************************************************
      * Modification history
      * --------------------
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGADEP.
               RECORD KEY IS DEPT-CODIGO
               FILE STATUS IS DEPTOS-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPCARDS
           05  DEPT-CODIGO                 PIC X(10).
           05  DEPT-NOMBRE                 PIC X(30).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "CARGADEP".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 DEPCARDS-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-DEPCARDS VALUE "10".
       77 DEPTOS-STATUS PIC X(02) VALUE "00".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CARGAR-CARD UNTIL FIN-DE-DEPCARDS.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           IF DEPCARDS-STATUS = "35" THEN
               DISPLAY "CARGADEP: NO EXISTEN CARDS DEPCARDS"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN I-O DEPTOS.
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           COMPUTE RCT-LEIDOS = DEP-ALTAS + DEP-REEMPLAZOS + DEP-MALAS.
           COMPUTE RCT-GRABADOS = DEP-ALTAS + DEP-REEMPLAZOS.
           MOVE DEP-MALAS TO RCT-RECHAZADOS.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM CARGADEP.

      ******************************************************************
      *          RC=8 - the same contract as CALCULO-LOTE on
      *          rejects.
      * Tectonics: FOOOOO
      ******************************************************************
      * Modification history
      * --------------------
      * 15-10-2026  AM  Every billed parcel is also registered on the
      *                 indexed FACTREG invoice file (number, parcel
      *                 reference, type, date, amount, open balance),
      *                 numbered on from the highest invoice on file;
      *                 CARGACOB applies collections against it and
      *                 SALDOSFACT ages what is still owed.
      * 15-10-2026  AM  Writes the run's journal batch to the shared
      *                 ASIENTOS accounting interface: receivables
      *                 (debit) against revenue (credit) per shape
      *                 type, accounts taken from the CTAMAP table.
      *                 A batch that does not balance ends RC=12.
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURAS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTPRT-STATUS.

           SELECT FACTREG ASSIGN TO "FACTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FREG-NUMERO
               ALTERNATE RECORD KEY IS FREG-REFERENCIA WITH DUPLICATES
               FILE STATUS IS FACTREG-STATUS.

           SELECT CTAMAP ASSIGN TO "CTAMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAP-CLAVE
               FILE STATUS IS CTAMAP-STATUS.

           SELECT ASIENTOS ASSIGN TO "ASIENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASIENTOS-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One card per shape type: the type as CLASIFICAR-FORMA spells
           LABEL RECORDS ARE STANDARD.
       01  LINEA-FACTURA                   PIC X(132).

      * FACTREG is the invoice register and receivables ledger: one
      * record per billed parcel, keyed by invoice number, with the
      * parcel reference as a searchable alternate key.  The open
      * balance starts at the invoice amount and is brought down by
      * CARGACOB as collections come in; at zero the invoice is
      * cancelled (C).
       FD  FACTREG
           LABEL RECORDS ARE STANDARD.
       01  REG-FACTREG.
           05  FREG-NUMERO                 PIC 9(08).
           05  FREG-REFERENCIA             PIC X(10).
           05  FREG-TIPO                   PIC X(12).
           05  FREG-FECHA                  PIC 9(08).
           05  FREG-IMPORTE                PIC 9(13)V9(02).
           05  FREG-SALDO                  PIC 9(13)V9(02).
           05  FREG-FECHA-ULT-COBRO        PIC 9(08).
           05  FREG-ESTADO                 PIC X(01).
               88  FREG-PENDIENTE          VALUE "P".
               88  FREG-CANCELADA          VALUE "C".

      * Same account mapping record CARGAMAP loads.
       FD  CTAMAP
           LABEL RECORDS ARE STANDARD.
       01  REG-CTAMAP.
           05  MAP-CLAVE.
               10  MAP-CONCEPTO            PIC X(04).
               10  MAP-CODIGO              PIC X(12).
           05  MAP-CUENTA                  PIC X(10).
           05  MAP-DESCRIPCION             PIC X(30).

      * Same accounting interface NOMINA appends to: H header, D
      * lines, T trailer with the control totals.
       FD  ASIENTOS
           LABEL RECORDS ARE STANDARD.
       01  LINEA-ASIENTO                   PIC X(100).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "FACTURAS".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 TARCARDS-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-TARCARDS VALUE "10".
       77 FACTREG-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-FACTREG VALUE "10".
       77 FACT-ULTIMO-NUMERO PIC 9(08) VALUE 0.
       77 CTAMAP-STATUS PIC X(02) VALUE "00".
       77 SW-SIN-CTAMAP PIC X(01) VALUE "N".
           88 SIN-ARCHIVO-CTAMAP VALUE "S".
       77 SW-MAPEO-HALLADO PIC X(01) VALUE "N".
           88 MAPEO-HALLADO VALUE "S".
       77 SW-DESCUADRE PIC X(01) VALUE "N".
           88 ASIENTO-DESCUADRADO VALUE "S".
       77 ASIENTOS-STATUS PIC X(02) VALUE "00".
       77 ASI-LINEAS PIC 9(07) COMP VALUE 0.
       77 ASI-SIN-CUENTA PIC 9(05) COMP VALUE 0.
       77 ASI-TOTAL-DEBE PIC S9(15)V9(02) VALUE 0.
       77 ASI-TOTAL-HABER PIC S9(15)V9(02) VALUE 0.
       77 ASI-IMPORTE PIC S9(13)V9(02) VALUE 0.
       77 ASI-SIGNO PIC X(01) VALUE SPACE.
       77 ASI-CENTRO PIC X(12) VALUE SPACES.
       01 ASI-CABECERA.
           05 FILLER PIC X(01) VALUE "H".
           05 ASI-CAB-ORIGEN PIC X(08).
           05 ASI-CAB-FECHA PIC 9(08).
           05 ASI-CAB-PERIODO PIC 9(06).
           05 FILLER PIC X(77) VALUE SPACES.
       01 ASI-DETALLE.
           05 FILLER PIC X(01) VALUE "D".
           05 ASI-DET-ORIGEN PIC X(08).
           05 ASI-DET-FECHA PIC 9(08).
           05 ASI-DET-CUENTA PIC X(10).
           05 ASI-DET-CENTRO PIC X(12).
           05 ASI-DET-SIGNO PIC X(01).
           05 ASI-DET-IMPORTE PIC 9(13)V9(02).
           05 ASI-DET-DESCRIPCION PIC X(30).
           05 FILLER PIC X(15) VALUE SPACES.
       01 ASI-TRAILER.
           05 FILLER PIC X(01) VALUE "T".
           05 ASI-TRL-ORIGEN PIC X(08).
           05 ASI-TRL-CANTIDAD PIC 9(07).
           05 ASI-TRL-DEBE PIC 9(15)V9(02).
           05 ASI-TRL-HABER PIC 9(15)V9(02).
           05 ASI-TRL-ESTADO PIC X(01).
           05 FILLER PIC X(49) VALUE SPACES.
       01 FACT-AVISO-SIN-MAPEO.
           05 FILLER PIC X(31) VALUE
               "SIN CUENTA CONTABLE EN CTAMAP: ".
           05 FACT-ASM-CLAVE PIC X(16).
           05 FILLER PIC X(11) VALUE "  IMPORTE: ".
           05 FACT-ASM-IMPORTE PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 FACT-AVISO-DESCUADRE.
           05 FILLER PIC X(30) VALUE "ASIENTO CONTABLE DESCUADRADO  ".
           05 FILLER PIC X(06) VALUE "DEBE: ".
           05 FACT-ADE-DEBE PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(09) VALUE "  HABER: ".
           05 FACT-ADE-HABER PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 SHAPES-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-SHAPES VALUE "10".
       77 FACTPRT-STATUS PIC X(02) VALUE "00".
           05 FACT-DET-IMPORTE PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 FACT-DET-NOTA PIC X(12).
       01 FACT-NOTA-NUMERO.
           05 FILLER PIC X(04) VALUE "NRO ".
           05 FACT-NOT-NUMERO PIC 9(08).
       01 FACT-TOTAL-TIPO.
           05 FILLER PIC X(12) VALUE "TOTAL TIPO: ".
           05 FACT-TT-TIPO PIC X(12).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CARGAR-TARIFA UNTIL FIN-DE-TARCARDS.
           PERFORM 3000-FACTURAR-PARCELA UNTIL FIN-DE-SHAPES.
           PERFORM 4000-TOTALES.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           IF TARCARDS-STATUS = "35" THEN
               DISPLAY "FACTURAS: NO EXISTEN CARDS TARCARDS"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN I-O SHAPES-FILE.
           IF SHAPES-STATUS = "35" THEN
               DISPLAY "FACTURAS: NO EXISTE EL ARCHIVO SHAPES"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN OUTPUT FACTPRT.
           PERFORM 1100-ABRIR-REGISTRO.
           OPEN INPUT CTAMAP.
           IF CTAMAP-STATUS = "35" THEN
               MOVE "S" TO SW-SIN-CTAMAP
           END-IF.
           OPEN EXTEND ASIENTOS.
           IF ASIENTOS-STATUS = "35" THEN
               OPEN OUTPUT ASIENTOS
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO FACT-FECHA-HOY.
           MOVE FACT-FECHA-HOY(1:8) TO FACT-ENC-FECHA.
           WRITE LINEA-FACTURA FROM FACT-ENCABEZADO.
               AT END SET FIN-DE-TARCARDS TO TRUE
           END-READ.

      * Invoice numbers carry on from the highest one on FACTREG;
      * the register is created empty on the first run.
       1100-ABRIR-REGISTRO.
           OPEN I-O FACTREG.
           IF FACTREG-STATUS = "35" THEN
               CLOSE FACTREG
               OPEN OUTPUT FACTREG
               CLOSE FACTREG
               OPEN I-O FACTREG
           END-IF.
           MOVE 0 TO FACT-ULTIMO-NUMERO.
           READ FACTREG NEXT RECORD
               AT END SET FIN-DE-FACTREG TO TRUE
           END-READ.
           PERFORM 1110-LEER-NUMERO UNTIL FIN-DE-FACTREG.

       1110-LEER-NUMERO.
           MOVE FREG-NUMERO TO FACT-ULTIMO-NUMERO.
           READ FACTREG NEXT RECORD
               AT END SET FIN-DE-FACTREG TO TRUE
           END-READ.

      * A card with a blank type or a non-numeric rate is counted
      * and skipped; its type then shows up SIN TARIFA below, so
      * the bad card can never price a parcel at garbage.
                           FORMA-AREA * TAR-TARIFA(TAR-IND)
                   MOVE TAR-TARIFA(TAR-IND) TO FACT-DET-TARIFA
                   MOVE FACT-IMPORTE TO FACT-DET-IMPORTE
                   PERFORM 3200-REGISTRAR-FACTURA
                   MOVE FACT-ULTIMO-NUMERO TO FACT-NOT-NUMERO
                   MOVE FACT-NOTA-NUMERO TO FACT-DET-NOTA
                   WRITE LINEA-FACTURA FROM FACT-DETALLE
                   ADD 1 TO FACT-FACTURADAS
                   ADD 1 TO TAR-CANTIDAD(TAR-IND)
               ADD 1 TO TAR-IND
           END-IF.

       3200-REGISTRAR-FACTURA.
           ADD 1 TO FACT-ULTIMO-NUMERO.
           MOVE FACT-ULTIMO-NUMERO TO FREG-NUMERO.
           MOVE FORMA-REFERENCIA TO FREG-REFERENCIA.
           MOVE FORMA-TIPO TO FREG-TIPO.
           MOVE FACT-FECHA-HOY(1:8) TO FREG-FECHA.
           MOVE FACT-IMPORTE TO FREG-IMPORTE.
           MOVE FACT-IMPORTE TO FREG-SALDO.
           MOVE 0 TO FREG-FECHA-ULT-COBRO.
           MOVE "P" TO FREG-ESTADO.
           WRITE REG-FACTREG.

       4000-TOTALES.
           MOVE SPACES TO LINEA-FACTURA.
           WRITE LINEA-FACTURA.
           MOVE FACT-SIN-TARIFA TO FACT-RES-SIN.
           MOVE FACT-OMITIDAS TO FACT-RES-OMITIDAS.
           WRITE LINEA-FACTURA FROM FACT-RESUMEN-LINEA.
           PERFORM 4500-GRABAR-ASIENTOS.

       4100-IMPRIMIR-TIPO.
           IF TAR-CANTIDAD(TAR-IND) > 0 THEN
           END-IF.
           ADD 1 TO TAR-IND.

      *----------------------------------------------------------*
      * Journal batch to ASIENTOS: per shape type billed, a debit *
      * to receivables (CXC) with the type as cost centre and a   *
      * credit to that type's revenue (VENT + type).  A line whose *
      * account is not on CTAMAP is left out and listed, which    *
      * unbalances the batch: it is flagged D and the run ends    *
      * RC=12 so it never reaches the ledger.                     *
      *----------------------------------------------------------*
       4500-GRABAR-ASIENTOS.
           MOVE "FACTURAS" TO ASI-CAB-ORIGEN.
           MOVE FACT-FECHA-HOY(1:8) TO ASI-CAB-FECHA.
           MOVE FACT-FECHA-HOY(1:6) TO ASI-CAB-PERIODO.
           WRITE LINEA-ASIENTO FROM ASI-CABECERA.
           MOVE 1 TO TAR-IND.
           PERFORM 4510-ASIENTO-TIPO UNTIL TAR-IND > TAR-USADOS.
           MOVE "FACTURAS" TO ASI-TRL-ORIGEN.
           MOVE ASI-LINEAS TO ASI-TRL-CANTIDAD.
           MOVE ASI-TOTAL-DEBE TO ASI-TRL-DEBE.
           MOVE ASI-TOTAL-HABER TO ASI-TRL-HABER.
           IF ASI-TOTAL-DEBE = ASI-TOTAL-HABER
                   AND ASI-SIN-CUENTA = 0 THEN
               MOVE "B" TO ASI-TRL-ESTADO
           ELSE
               MOVE "D" TO ASI-TRL-ESTADO
               MOVE "S" TO SW-DESCUADRE
               MOVE ASI-TOTAL-DEBE TO FACT-ADE-DEBE
               MOVE ASI-TOTAL-HABER TO FACT-ADE-HABER
               WRITE LINEA-FACTURA FROM FACT-AVISO-DESCUADRE
           END-IF.
           WRITE LINEA-ASIENTO FROM ASI-TRAILER.

       4510-ASIENTO-TIPO.
           IF TAR-CANTIDAD(TAR-IND) > 0 THEN
               MOVE "CXC" TO MAP-CONCEPTO
               MOVE SPACES TO MAP-CODIGO
               MOVE TAR-TIPO(TAR-IND) TO ASI-CENTRO
               MOVE "D" TO ASI-SIGNO
               MOVE TAR-IMPORTE(TAR-IND) TO ASI-IMPORTE
               PERFORM 4590-ESCRIBIR-ASIENTO
               MOVE "VENT" TO MAP-CONCEPTO
               MOVE TAR-TIPO(TAR-IND) TO MAP-CODIGO
               MOVE TAR-TIPO(TAR-IND) TO ASI-CENTRO
               MOVE "H" TO ASI-SIGNO
               MOVE TAR-IMPORTE(TAR-IND) TO ASI-IMPORTE
               PERFORM 4590-ESCRIBIR-ASIENTO
           END-IF.
           ADD 1 TO TAR-IND.

      * Zero amounts are not posted.  MAP-CLAVE, ASI-CENTRO,
      * ASI-SIGNO and ASI-IMPORTE are set by the caller.
       4590-ESCRIBIR-ASIENTO.
           IF ASI-IMPORTE NOT = 0 THEN
               PERFORM 4595-BUSCAR-MAPEO
               IF MAPEO-HALLADO THEN
                   MOVE "FACTURAS" TO ASI-DET-ORIGEN
                   MOVE FACT-FECHA-HOY(1:8) TO ASI-DET-FECHA
                   MOVE MAP-CUENTA TO ASI-DET-CUENTA
                   MOVE ASI-CENTRO TO ASI-DET-CENTRO
                   MOVE ASI-SIGNO TO ASI-DET-SIGNO
                   MOVE ASI-IMPORTE TO ASI-DET-IMPORTE
                   MOVE MAP-DESCRIPCION TO ASI-DET-DESCRIPCION
                   WRITE LINEA-ASIENTO FROM ASI-DETALLE
                   ADD 1 TO ASI-LINEAS
                   IF ASI-SIGNO = "D" THEN
                       ADD ASI-IMPORTE TO ASI-TOTAL-DEBE
                   ELSE
                       ADD ASI-IMPORTE TO ASI-TOTAL-HABER
                   END-IF
               ELSE
                   ADD 1 TO ASI-SIN-CUENTA
                   MOVE MAP-CLAVE TO FACT-ASM-CLAVE
                   MOVE ASI-IMPORTE TO FACT-ASM-IMPORTE
                   WRITE LINEA-FACTURA FROM FACT-AVISO-SIN-MAPEO
               END-IF
           END-IF.

       4595-BUSCAR-MAPEO.
           MOVE "N" TO SW-MAPEO-HALLADO.
           IF NOT SIN-ARCHIVO-CTAMAP THEN
               READ CTAMAP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-MAPEO-HALLADO
               END-READ
           END-IF.

       9000-FIN.
           CLOSE TARCARDS.
           CLOSE SHAPES-FILE.
           CLOSE FACTPRT.
           CLOSE FACTREG.
           IF NOT SIN-ARCHIVO-CTAMAP THEN
               CLOSE CTAMAP
           END-IF.
           CLOSE ASIENTOS.
           MOVE FACT-FACTURADAS TO FORMATO-FACT.
           DISPLAY "FACTURAS: PARCELAS FACTURADAS:" FORMATO-FACT.
           MOVE FACT-SIN-TARIFA TO FORMATO-FACT.
           DISPLAY "FACTURAS: SIN TARIFA:         " FORMATO-FACT.
           MOVE TAR-MALAS TO FORMATO-FACT.
           DISPLAY "FACTURAS: CARDS INVALIDAS:    " FORMATO-FACT.
           IF ASIENTO-DESCUADRADO THEN
               DISPLAY "FACTURAS: ASIENTO CONTABLE DESCUADRADO"
               MOVE 12 TO RETURN-CODE
           ELSE IF FACT-SIN-TARIFA > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF TAR-MALAS > 0 THEN
               END-IF
           END-IF.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           COMPUTE RCT-LEIDOS = FACT-FACTURADAS + FACT-SIN-TARIFA
                   + FACT-OMITIDAS.
           MOVE FACT-FACTURADAS TO RCT-GRABADOS.
           MOVE TAR-MALAS TO RCT-RECHAZADOS.
           MOVE "FACTURADO" TO RCT-TOTAL-DESC.
           MOVE FACT-TOTAL-GENERAL TO RCT-TOTAL-CONTROL.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM FACTURAS.

      ******************************************************************
      * Author:A. MATIAS
      * Date:02-09-2026
      * Purpose: Nightly unload of every indexed master - EMPMAST,
      *          USUARIOS, MENSAJES, PERFIL, DEPTOS, CUENTAS, PARTES,
      *          SHAPES, FACTREG, NOMPER, DEDUC, CTAMAP, EMPPEND,
      *          LICTOM and LICSALDO - to its own sequential backup
      *          (a dated generation in the JCL), each closed by a
      *          *TRAILER* record carrying the unloaded record count.
      *          RECARGA rebuilds any of them from a chosen backup
      *          and verifies that count.  A master that does not
      *          exist yet is reported and skipped (RC=4): the backup
      *          set is then known to be partial.
      * Tectonics: FOOOOO
      ******************************************************************
      * Modification history
      * --------------------
      * 15-10-2026  AM  CUENTAS records carry the date the bank
      *                 details last changed: CTABKP is now 39 bytes.
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      * 15-10-2026  AM  FACTREG, NOMPER, DEDUC, CTAMAP, EMPPEND,
      *                 LICTOM and LICSALDO are unloaded as well, each
      *                 to its own backup generation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCARGA.
               RECORD KEY IS FORMA-REFERENCIA
               FILE STATUS IS SHAPES-STATUS.

           SELECT FACTREG ASSIGN TO "FACTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FREG-NUMERO
               ALTERNATE RECORD KEY IS FREG-REFERENCIA WITH DUPLICATES
               FILE STATUS IS FACTREG-STATUS.

           SELECT NOMPER ASSIGN TO "NOMPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PER-PERIODO
               FILE STATUS IS NOMPER-STATUS.

           SELECT DEDUC ASSIGN TO "DEDUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DED-CODIGO
               FILE STATUS IS DEDUC-STATUS.

           SELECT CTAMAP ASSIGN TO "CTAMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAP-CLAVE
               FILE STATUS IS CTAMAP-STATUS.

           SELECT EMPPEND ASSIGN TO "EMPPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-CLAVE
               FILE STATUS IS EMPPEND-STATUS.

           SELECT LICTOM ASSIGN TO "LICTOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LTOM-CLAVE
               FILE STATUS IS LICTOM-STATUS.

           SELECT LICSALDO ASSIGN TO "LICSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LSAL-CLAVE
               FILE STATUS IS LICSALDO-STATUS.

           SELECT EMPMBKP ASSIGN TO "EMPMBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPMBKP-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHPBKP-STATUS.

           SELECT FACTBKP ASSIGN TO "FACTBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FACTBKP-STATUS.

           SELECT NOMPBKP ASSIGN TO "NOMPBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOMPBKP-STATUS.

           SELECT DEDBKP ASSIGN TO "DEDBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDBKP-STATUS.

           SELECT MAPBKP ASSIGN TO "MAPBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAPBKP-STATUS.

           SELECT PENDBKP ASSIGN TO "PENDBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDBKP-STATUS.

           SELECT LTOMBKP ASSIGN TO "LTOMBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LTOMBKP-STATUS.

           SELECT LSALBKP ASSIGN TO "LSALBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LSALBKP-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST
           05  CTA-LEGAJO                  PIC 9(06).
           05  CTA-BANCO                   PIC X(03).
           05  CTA-CUENTA                  PIC X(22).
           05  CTA-FECHA-CAMBIO            PIC 9(08).

       FD  PARTES
           LABEL RECORDS ARE STANDARD.
           05  FORMA-FECHA                 PIC 9(08).
           05  FORMA-FACTURADA             PIC X(01).

       FD  FACTREG
           LABEL RECORDS ARE STANDARD.
       01  REG-FACTREG.
           05  FREG-NUMERO                 PIC 9(08).
           05  FREG-REFERENCIA             PIC X(10).
           05  FREG-TIPO                   PIC X(12).
           05  FREG-FECHA                  PIC 9(08).
           05  FREG-IMPORTE                PIC 9(13)V9(02).
           05  FREG-SALDO                  PIC 9(13)V9(02).
           05  FREG-FECHA-ULT-COBRO        PIC 9(08).
           05  FREG-ESTADO                 PIC X(01).

       FD  NOMPER
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMPER.
           05  PER-PERIODO                 PIC 9(06).
           05  PER-ESTADO                  PIC X(01).
           05  PER-FECHA-PROCESO           PIC 9(08).
           05  PER-EMPLEADOS               PIC 9(05).
           05  PER-BRUTO                   PIC 9(11)V9(02).
           05  PER-DEDUC                   PIC 9(11)V9(02).
           05  PER-NETO                    PIC 9(11)V9(02).
           05  PER-FECHA-CIERRE            PIC 9(08).
           05  PER-FECHA-REVERSION         PIC 9(08).
           05  PER-REVERSIONES             PIC 9(03).

       FD  DEDUC
           LABEL RECORDS ARE STANDARD.
       01  REG-DEDUC.
           05  DED-CODIGO                  PIC X(04).
           05  DED-DESCRIPCION             PIC X(20).
           05  DED-TIPO                    PIC X(01).
           05  DED-VALOR                   PIC 9(07)V9(02).
           05  DED-TOPE                    PIC 9(07)V9(02).

       FD  CTAMAP
           LABEL RECORDS ARE STANDARD.
       01  REG-CTAMAP.
           05  MAP-CLAVE.
               10  MAP-CONCEPTO            PIC X(04).
               10  MAP-CODIGO              PIC X(12).
           05  MAP-CUENTA                  PIC X(10).
           05  MAP-DESCRIPCION             PIC X(30).

       FD  EMPPEND
           LABEL RECORDS ARE STANDARD.
       01  REG-PENDIENTE.
           05  PEND-CLAVE.
               10  PEND-LEGAJO             PIC 9(06).
               10  PEND-FECHA              PIC 9(08).
               10  PEND-HORA               PIC 9(06).
           05  PEND-ANT-TARIFA             PIC 9(04)V9(02).
           05  PEND-NVA-TARIFA             PIC 9(04)V9(02).
           05  PEND-ANT-ESTADO             PIC X(01).
           05  PEND-NVO-ESTADO             PIC X(01).
           05  PEND-OPERADOR               PIC X(08).
           05  PEND-SITUACION              PIC X(01).
           05  PEND-APROBADOR              PIC X(08).
           05  PEND-FECHA-RESOL            PIC 9(08).

       FD  LICTOM
           LABEL RECORDS ARE STANDARD.
       01  REG-LICTOM.
           05  LTOM-CLAVE.
               10  LTOM-LEGAJO             PIC 9(06).
               10  LTOM-DESDE              PIC 9(08).
           05  LTOM-HASTA                  PIC 9(08).
           05  LTOM-TIPO                   PIC X(01).
           05  LTOM-DIAS                   PIC 9(03).
           05  LTOM-FECHA-CARGA            PIC 9(08).
           05  LTOM-PERIODO-PAGO           PIC 9(06).

       FD  LICSALDO
           LABEL RECORDS ARE STANDARD.
       01  REG-LICSALDO.
           05  LSAL-CLAVE.
               10  LSAL-LEGAJO             PIC 9(06).
               10  LSAL-ANIO               PIC 9(04).
           05  LSAL-ANTIGUEDAD             PIC 9(02).
           05  LSAL-DIAS-DERECHO           PIC 9(03).
           05  LSAL-DIAS-TOMADOS           PIC 9(03).
           05  LSAL-FECHA-CALCULO          PIC 9(08).

       FD  EMPMBKP
           LABEL RECORDS ARE STANDARD.
       01  REG-EMPMBKP                     PIC X(54).

       FD  CTABKP
           LABEL RECORDS ARE STANDARD.
       01  REG-CTABKP                      PIC X(39).

       FD  PARBKP
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  REG-SHPBKP                      PIC X(69).

       FD  FACTBKP
           LABEL RECORDS ARE STANDARD.
       01  REG-FACTBKP                     PIC X(77).

       FD  NOMPBKP
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMPBKP                     PIC X(78).

       FD  DEDBKP
           LABEL RECORDS ARE STANDARD.
       01  REG-DEDBKP                      PIC X(43).

       FD  MAPBKP
           LABEL RECORDS ARE STANDARD.
       01  REG-MAPBKP                      PIC X(56).

       FD  PENDBKP
           LABEL RECORDS ARE STANDARD.
       01  REG-PENDBKP                     PIC X(59).

       FD  LTOMBKP
           LABEL RECORDS ARE STANDARD.
       01  REG-LTOMBKP                     PIC X(40).

       FD  LSALBKP
           LABEL RECORDS ARE STANDARD.
       01  REG-LSALBKP                     PIC X(26).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "DESCARGA".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 EMPMAST-STATUS PIC X(02) VALUE "00".
       77 USUARIOS-STATUS PIC X(02) VALUE "00".
       77 MENSAJES-STATUS PIC X(02) VALUE "00".
       77 CUENTAS-STATUS PIC X(02) VALUE "00".
       77 PARTES-STATUS PIC X(02) VALUE "00".
       77 SHAPES-STATUS PIC X(02) VALUE "00".
       77 FACTREG-STATUS PIC X(02) VALUE "00".
       77 NOMPER-STATUS PIC X(02) VALUE "00".
       77 DEDUC-STATUS PIC X(02) VALUE "00".
       77 CTAMAP-STATUS PIC X(02) VALUE "00".
       77 EMPPEND-STATUS PIC X(02) VALUE "00".
       77 LICTOM-STATUS PIC X(02) VALUE "00".
       77 LICSALDO-STATUS PIC X(02) VALUE "00".
       77 EMPMBKP-STATUS PIC X(02) VALUE "00".
       77 USUBKP-STATUS PIC X(02) VALUE "00".
       77 MSJBKP-STATUS PIC X(02) VALUE "00".
       77 CTABKP-STATUS PIC X(02) VALUE "00".
       77 PARBKP-STATUS PIC X(02) VALUE "00".
       77 SHPBKP-STATUS PIC X(02) VALUE "00".
       77 FACTBKP-STATUS PIC X(02) VALUE "00".
       77 NOMPBKP-STATUS PIC X(02) VALUE "00".
       77 DEDBKP-STATUS PIC X(02) VALUE "00".
       77 MAPBKP-STATUS PIC X(02) VALUE "00".
       77 PENDBKP-STATUS PIC X(02) VALUE "00".
       77 LTOMBKP-STATUS PIC X(02) VALUE "00".
       77 LSALBKP-STATUS PIC X(02) VALUE "00".
       77 DES-CONTADOR PIC 9(09) COMP VALUE 0.
       77 DES-OMITIDOS PIC 9(03) COMP VALUE 0.
       77 DES-TOTAL-COPIADOS PIC 9(09) COMP VALUE 0.
       77 FORMATO-DES PIC ZZZ,ZZZ,ZZ9.

      * Every backup closes with this trailer so RECARGA can verify

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 2100-DESCARGAR-EMPMAST.
           PERFORM 2200-DESCARGAR-USUARIOS.
           PERFORM 2300-DESCARGAR-MENSAJES.
           PERFORM 2600-DESCARGAR-CUENTAS.
           PERFORM 2700-DESCARGAR-PARTES.
           PERFORM 2800-DESCARGAR-SHAPES.
           PERFORM 2900-DESCARGAR-FACTREG.
           PERFORM 3000-DESCARGAR-NOMPER.
           PERFORM 3100-DESCARGAR-DEDUC.
           PERFORM 3200-DESCARGAR-CTAMAP.
           PERFORM 3300-DESCARGAR-EMPPEND.
           PERFORM 3400-DESCARGAR-LICTOM.
           PERFORM 3500-DESCARGAR-LICSALDO.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       2100-DESCARGAR-EMPMAST.
               CLOSE EMPMAST
               MOVE DES-CONTADOR TO FORMATO-DES
               DISPLAY "DESCARGA: EMPMAST  " FORMATO-DES
               ADD DES-CONTADOR TO DES-TOTAL-COPIADOS
           END-IF.

       2110-COPIAR-EMPMAST.
               CLOSE USUARIOS
               MOVE DES-CONTADOR TO FORMATO-DES
               DISPLAY "DESCARGA: USUARIOS " FORMATO-DES
               ADD DES-CONTADOR TO DES-TOTAL-COPIADOS
           END-IF.

       2210-COPIAR-USUARIOS.
               CLOSE MENSAJES
               MOVE DES-CONTADOR TO FORMATO-DES
               DISPLAY "DESCARGA: MENSAJES " FORMATO-DES
               ADD DES-CONTADOR TO DES-TOTAL-COPIADOS
           END-IF.

       2310-COPIAR-MENSAJES.
               CLOSE PERFIL
               MOVE DES-CONTADOR TO FORMATO-DES
               DISPLAY "DESCARGA: PERFIL   " FORMATO-DES
               ADD DES-CONTADOR TO DES-TOTAL-COPIADOS
           END-IF.

       2410-COPIAR-PERFIL.
               CLOSE DEPTOS
               MOVE DES-CONTADOR TO FORMATO-DES
               DISPLAY "DESCARGA: DEPTOS   " FORMATO-DES
               ADD DES-CONTADOR TO DES-TOTAL-COPIADOS
           END-IF.

       2510-COPIAR-DEPTOS.
               CLOSE CUENTAS
               MOVE DES-CONTADOR TO FORMATO-DES
               DISPLAY "DESCARGA: CUENTAS  " FORMATO-DES
               ADD DES-CONTADOR TO DES-TOTAL-COPIADOS
           END-IF.

       2610-COPIAR-CUENTAS.
               CLOSE PARTES
               MOVE DES-CONTADOR TO FORMATO-DES
               DISPLAY "DESCARGA: PARTES   " FORMATO-DES
               ADD DES-CONTADOR TO DES-TOTAL-COPIADOS
           END-IF.

       2710-COPIAR-PARTES.
               CLOSE SHAPES-FILE
               MOVE DES-CONTADOR TO FORMATO-DES
               DISPLAY "DESCARGA: SHAPES   " FORMATO-DES
               ADD DES-CONTADOR TO DES-TOTAL-COPIADOS
           END-IF.

       2810-COPIAR-SHAPES.
                   ADD 1 TO DES-CONTADOR
           END-READ.

       2900-DESCARGAR-FACTREG.
           OPEN INPUT FACTREG.
           IF FACTREG-STATUS = "35" THEN
               DISPLAY "DESCARGA: NO EXISTE FACTREG, SE OMITE"
               ADD 1 TO DES-OMITIDOS
           ELSE
               OPEN OUTPUT FACTBKP
               MOVE 0 TO DES-CONTADOR
               PERFORM 2910-COPIAR-FACTREG
                   UNTIL FACTREG-STATUS NOT = "00"
               MOVE DES-CONTADOR TO TRL-CANTIDAD
               WRITE REG-FACTBKP FROM REG-TRAILER-BKP
               CLOSE FACTBKP
               CLOSE FACTREG
               MOVE DES-CONTADOR TO FORMATO-DES
               DISPLAY "DESCARGA: FACTREG  " FORMATO-DES
               ADD DES-CONTADOR TO DES-TOTAL-COPIADOS
           END-IF.

       2910-COPIAR-FACTREG.
           READ FACTREG NEXT RECORD
               AT END
                   MOVE "10" TO FACTREG-STATUS
               NOT AT END
                   WRITE REG-FACTBKP FROM REG-FACTREG
                   ADD 1 TO DES-CONTADOR
           END-READ.

       3000-DESCARGAR-NOMPER.
           OPEN INPUT NOMPER.
           IF NOMPER-STATUS = "35" THEN
               DISPLAY "DESCARGA: NO EXISTE NOMPER, SE OMITE"
               ADD 1 TO DES-OMITIDOS
           ELSE
               OPEN OUTPUT NOMPBKP
               MOVE 0 TO DES-CONTADOR
               PERFORM 3010-COPIAR-NOMPER
                   UNTIL NOMPER-STATUS NOT = "00"
               MOVE DES-CONTADOR TO TRL-CANTIDAD
               WRITE REG-NOMPBKP FROM REG-TRAILER-BKP
               CLOSE NOMPBKP
               CLOSE NOMPER
               MOVE DES-CONTADOR TO FORMATO-DES
               DISPLAY "DESCARGA: NOMPER   " FORMATO-DES
               ADD DES-CONTADOR TO DES-TOTAL-COPIADOS
           END-IF.

       3010-COPIAR-NOMPER.
           READ NOMPER NEXT RECORD
               AT END
                   MOVE "10" TO NOMPER-STATUS
               NOT AT END
                   WRITE REG-NOMPBKP FROM REG-NOMPER
                   ADD 1 TO DES-CONTADOR
           END-READ.

       3100-DESCARGAR-DEDUC.
           OPEN INPUT DEDUC.
           IF DEDUC-STATUS = "35" THEN
               DISPLAY "DESCARGA: NO EXISTE DEDUC, SE OMITE"
               ADD 1 TO DES-OMITIDOS
           ELSE
               OPEN OUTPUT DEDBKP
               MOVE 0 TO DES-CONTADOR
               PERFORM 3110-COPIAR-DEDUC
                   UNTIL DEDUC-STATUS NOT = "00"
               MOVE DES-CONTADOR TO TRL-CANTIDAD
               WRITE REG-DEDBKP FROM REG-TRAILER-BKP
               CLOSE DEDBKP
               CLOSE DEDUC
               MOVE DES-CONTADOR TO FORMATO-DES
               DISPLAY "DESCARGA: DEDUC    " FORMATO-DES
               ADD DES-CONTADOR TO DES-TOTAL-COPIADOS
           END-IF.

       3110-COPIAR-DEDUC.
           READ DEDUC NEXT RECORD
               AT END
                   MOVE "10" TO DEDUC-STATUS
               NOT AT END
                   WRITE REG-DEDBKP FROM REG-DEDUC
                   ADD 1 TO DES-CONTADOR
           END-READ.

       3200-DESCARGAR-CTAMAP.
           OPEN INPUT CTAMAP.
           IF CTAMAP-STATUS = "35" THEN
               DISPLAY "DESCARGA: NO EXISTE CTAMAP, SE OMITE"
               ADD 1 TO DES-OMITIDOS
           ELSE
               OPEN OUTPUT MAPBKP
               MOVE 0 TO DES-CONTADOR
               PERFORM 3210-COPIAR-CTAMAP
                   UNTIL CTAMAP-STATUS NOT = "00"
               MOVE DES-CONTADOR TO TRL-CANTIDAD
               WRITE REG-MAPBKP FROM REG-TRAILER-BKP
               CLOSE MAPBKP
               CLOSE CTAMAP
               MOVE DES-CONTADOR TO FORMATO-DES
               DISPLAY "DESCARGA: CTAMAP   " FORMATO-DES
               ADD DES-CONTADOR TO DES-TOTAL-COPIADOS
           END-IF.

       3210-COPIAR-CTAMAP.
           READ CTAMAP NEXT RECORD
               AT END
                   MOVE "10" TO CTAMAP-STATUS
               NOT AT END
                   WRITE REG-MAPBKP FROM REG-CTAMAP
                   ADD 1 TO DES-CONTADOR
           END-READ.

       3300-DESCARGAR-EMPPEND.
           OPEN INPUT EMPPEND.
           IF EMPPEND-STATUS = "35" THEN
               DISPLAY "DESCARGA: NO EXISTE EMPPEND, SE OMITE"
               ADD 1 TO DES-OMITIDOS
           ELSE
               OPEN OUTPUT PENDBKP
               MOVE 0 TO DES-CONTADOR
               PERFORM 3310-COPIAR-EMPPEND
                   UNTIL EMPPEND-STATUS NOT = "00"
               MOVE DES-CONTADOR TO TRL-CANTIDAD
               WRITE REG-PENDBKP FROM REG-TRAILER-BKP
               CLOSE PENDBKP
               CLOSE EMPPEND
               MOVE DES-CONTADOR TO FORMATO-DES
               DISPLAY "DESCARGA: EMPPEND  " FORMATO-DES
               ADD DES-CONTADOR TO DES-TOTAL-COPIADOS
           END-IF.

       3310-COPIAR-EMPPEND.
           READ EMPPEND NEXT RECORD
               AT END
                   MOVE "10" TO EMPPEND-STATUS
               NOT AT END
                   WRITE REG-PENDBKP FROM REG-PENDIENTE
                   ADD 1 TO DES-CONTADOR
           END-READ.

       3400-DESCARGAR-LICTOM.
           OPEN INPUT LICTOM.
           IF LICTOM-STATUS = "35" THEN
               DISPLAY "DESCARGA: NO EXISTE LICTOM, SE OMITE"
               ADD 1 TO DES-OMITIDOS
           ELSE
               OPEN OUTPUT LTOMBKP
               MOVE 0 TO DES-CONTADOR
               PERFORM 3410-COPIAR-LICTOM
                   UNTIL LICTOM-STATUS NOT = "00"
               MOVE DES-CONTADOR TO TRL-CANTIDAD
               WRITE REG-LTOMBKP FROM REG-TRAILER-BKP
               CLOSE LTOMBKP
               CLOSE LICTOM
               MOVE DES-CONTADOR TO FORMATO-DES
               DISPLAY "DESCARGA: LICTOM   " FORMATO-DES
               ADD DES-CONTADOR TO DES-TOTAL-COPIADOS
           END-IF.

       3410-COPIAR-LICTOM.
           READ LICTOM NEXT RECORD
               AT END
                   MOVE "10" TO LICTOM-STATUS
               NOT AT END
                   WRITE REG-LTOMBKP FROM REG-LICTOM
                   ADD 1 TO DES-CONTADOR
           END-READ.

       3500-DESCARGAR-LICSALDO.
           OPEN INPUT LICSALDO.
           IF LICSALDO-STATUS = "35" THEN
               DISPLAY "DESCARGA: NO EXISTE LICSALDO, SE OMITE"
               ADD 1 TO DES-OMITIDOS
           ELSE
               OPEN OUTPUT LSALBKP
               MOVE 0 TO DES-CONTADOR
               PERFORM 3510-COPIAR-LICSALDO
                   UNTIL LICSALDO-STATUS NOT = "00"
               MOVE DES-CONTADOR TO TRL-CANTIDAD
               WRITE REG-LSALBKP FROM REG-TRAILER-BKP
               CLOSE LSALBKP
               CLOSE LICSALDO
               MOVE DES-CONTADOR TO FORMATO-DES
               DISPLAY "DESCARGA: LICSALDO " FORMATO-DES
               ADD DES-CONTADOR TO DES-TOTAL-COPIADOS
           END-IF.

       3510-COPIAR-LICSALDO.
           READ LICSALDO NEXT RECORD
               AT END
                   MOVE "10" TO LICSALDO-STATUS
               NOT AT END
                   WRITE REG-LSALBKP FROM REG-LICSALDO
                   ADD 1 TO DES-CONTADOR
           END-READ.

       9000-FIN.
           IF DES-OMITIDOS > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           MOVE DES-TOTAL-COPIADOS TO RCT-LEIDOS.
           MOVE DES-TOTAL-COPIADOS TO RCT-GRABADOS.
           MOVE DES-OMITIDOS TO RCT-RECHAZADOS.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM DESCARGA.

      ******************************************************************
      * Author:A. MATIAS
      * Date:02-09-2026
      * Purpose: Rebuilds one indexed master from a DESCARGA backup.
      *          The RECPARM card names the file to rebuild (EMPMAST,
      *          USUARIOS, MENSAJES, PERFIL, DEPTOS, CUENTAS, PARTES,
      *          SHAPES, FACTREG, NOMPER, DEDUC, CTAMAP, EMPPEND,
      *          LICTOM or LICSALDO) and the BACKUP DD points at the
      *          chosen backup generation.  The indexed file is built
      *          fresh (OPEN OUTPUT) from the backup records, which
      *          were unloaded in key order, and the loaded count is
      *          verified against the *TRAILER* record: a mismatch,
      *          a missing trailer or a key error ends RC=12 and the
      *          rebuild must not be trusted.
      * Tectonics: FOOOOO
      ******************************************************************
      * Modification history
      * --------------------
      * 15-10-2026  AM  CUENTAS records carry the date the bank
      *                 details last changed (39 bytes).  A backup
      *                 taken before that restores with the date at
      *                 zero.
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      * 15-10-2026  AM  FACTREG, NOMPER, DEDUC, CTAMAP, EMPPEND,
      *                 LICTOM and LICSALDO can be rebuilt as well;
      *                 the backup record is now 78 bytes (NOMPER).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECARGA.
       AUTHOR. A. MATIAS.
       INSTALLATION. COBOLICS.
       DATE-WRITTEN. 02-09-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECPARM ASSIGN TO "RECPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECPARM-STATUS.

           SELECT BACKUP-FILE ASSIGN TO "BACKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BACKUP-STATUS.

           SELECT EMPMAST ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-LEGAJO
               ALTERNATE RECORD KEY IS EMP-NOMBRE WITH DUPLICATES
               FILE STATUS IS EMPMAST-STATUS.

           SELECT USUARIOS ASSIGN TO "USUARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS USU-ID
               FILE STATUS IS USUARIOS-STATUS.

           SELECT MENSAJES ASSIGN TO "MENSAJES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSJ-CLAVE
               FILE STATUS IS MENSAJES-STATUS.
               RECORD KEY IS FORMA-REFERENCIA
               FILE STATUS IS SHAPES-STATUS.

           SELECT FACTREG ASSIGN TO "FACTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FREG-NUMERO
               ALTERNATE RECORD KEY IS FREG-REFERENCIA WITH DUPLICATES
               FILE STATUS IS FACTREG-STATUS.

           SELECT NOMPER ASSIGN TO "NOMPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PER-PERIODO
               FILE STATUS IS NOMPER-STATUS.

           SELECT DEDUC ASSIGN TO "DEDUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DED-CODIGO
               FILE STATUS IS DEDUC-STATUS.

           SELECT CTAMAP ASSIGN TO "CTAMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAP-CLAVE
               FILE STATUS IS CTAMAP-STATUS.

           SELECT EMPPEND ASSIGN TO "EMPPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-CLAVE
               FILE STATUS IS EMPPEND-STATUS.

           SELECT LICTOM ASSIGN TO "LICTOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LTOM-CLAVE
               FILE STATUS IS LICTOM-STATUS.

           SELECT LICSALDO ASSIGN TO "LICSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LSAL-CLAVE
               FILE STATUS IS LICSALDO-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECPARM
           05  REC-ARCHIVO                 PIC X(08).

      * One generic record wide enough for the widest master
      * (NOMPER, 78 bytes); each rebuild moves only its own length.
       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-BACKUP                      PIC X(78).

       FD  EMPMAST
           LABEL RECORDS ARE STANDARD.
           05  CTA-LEGAJO                  PIC 9(06).
           05  CTA-BANCO                   PIC X(03).
           05  CTA-CUENTA                  PIC X(22).
           05  CTA-FECHA-CAMBIO            PIC 9(08).

       FD  PARTES
           LABEL RECORDS ARE STANDARD.
           05  FORMA-FECHA                 PIC 9(08).
           05  FORMA-FACTURADA             PIC X(01).

       FD  FACTREG
           LABEL RECORDS ARE STANDARD.
       01  REG-FACTREG.
           05  FREG-NUMERO                 PIC 9(08).
           05  FREG-REFERENCIA             PIC X(10).
           05  FREG-TIPO                   PIC X(12).
           05  FREG-FECHA                  PIC 9(08).
           05  FREG-IMPORTE                PIC 9(13)V9(02).
           05  FREG-SALDO                  PIC 9(13)V9(02).
           05  FREG-FECHA-ULT-COBRO        PIC 9(08).
           05  FREG-ESTADO                 PIC X(01).

       FD  NOMPER
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMPER.
           05  PER-PERIODO                 PIC 9(06).
           05  PER-ESTADO                  PIC X(01).
           05  PER-FECHA-PROCESO           PIC 9(08).
           05  PER-EMPLEADOS               PIC 9(05).
           05  PER-BRUTO                   PIC 9(11)V9(02).
           05  PER-DEDUC                   PIC 9(11)V9(02).
           05  PER-NETO                    PIC 9(11)V9(02).
           05  PER-FECHA-CIERRE            PIC 9(08).
           05  PER-FECHA-REVERSION         PIC 9(08).
           05  PER-REVERSIONES             PIC 9(03).

       FD  DEDUC
           LABEL RECORDS ARE STANDARD.
       01  REG-DEDUC.
           05  DED-CODIGO                  PIC X(04).
           05  DED-DESCRIPCION             PIC X(20).
           05  DED-TIPO                    PIC X(01).
           05  DED-VALOR                   PIC 9(07)V9(02).
           05  DED-TOPE                    PIC 9(07)V9(02).

       FD  CTAMAP
           LABEL RECORDS ARE STANDARD.
       01  REG-CTAMAP.
           05  MAP-CLAVE.
               10  MAP-CONCEPTO            PIC X(04).
               10  MAP-CODIGO              PIC X(12).
           05  MAP-CUENTA                  PIC X(10).
           05  MAP-DESCRIPCION             PIC X(30).

       FD  EMPPEND
           LABEL RECORDS ARE STANDARD.
       01  REG-PENDIENTE.
           05  PEND-CLAVE.
               10  PEND-LEGAJO             PIC 9(06).
               10  PEND-FECHA              PIC 9(08).
               10  PEND-HORA               PIC 9(06).
           05  PEND-ANT-TARIFA             PIC 9(04)V9(02).
           05  PEND-NVA-TARIFA             PIC 9(04)V9(02).
           05  PEND-ANT-ESTADO             PIC X(01).
           05  PEND-NVO-ESTADO             PIC X(01).
           05  PEND-OPERADOR               PIC X(08).
           05  PEND-SITUACION              PIC X(01).
           05  PEND-APROBADOR              PIC X(08).
           05  PEND-FECHA-RESOL            PIC 9(08).

       FD  LICTOM
           LABEL RECORDS ARE STANDARD.
       01  REG-LICTOM.
           05  LTOM-CLAVE.
               10  LTOM-LEGAJO             PIC 9(06).
               10  LTOM-DESDE              PIC 9(08).
           05  LTOM-HASTA                  PIC 9(08).
           05  LTOM-TIPO                   PIC X(01).
           05  LTOM-DIAS                   PIC 9(03).
           05  LTOM-FECHA-CARGA            PIC 9(08).
           05  LTOM-PERIODO-PAGO           PIC 9(06).

       FD  LICSALDO
           LABEL RECORDS ARE STANDARD.
       01  REG-LICSALDO.
           05  LSAL-CLAVE.
               10  LSAL-LEGAJO             PIC 9(06).
               10  LSAL-ANIO               PIC 9(04).
           05  LSAL-ANTIGUEDAD             PIC 9(02).
           05  LSAL-DIAS-DERECHO           PIC 9(03).
           05  LSAL-DIAS-TOMADOS           PIC 9(03).
           05  LSAL-FECHA-CALCULO          PIC 9(08).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "RECARGA".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 RECPARM-STATUS PIC X(02) VALUE "00".
       77 BACKUP-STATUS PIC X(02) VALUE "00".
       77 EMPMAST-STATUS PIC X(02) VALUE "00".
       77 CUENTAS-STATUS PIC X(02) VALUE "00".
       77 PARTES-STATUS PIC X(02) VALUE "00".
       77 SHAPES-STATUS PIC X(02) VALUE "00".
       77 FACTREG-STATUS PIC X(02) VALUE "00".
       77 NOMPER-STATUS PIC X(02) VALUE "00".
       77 DEDUC-STATUS PIC X(02) VALUE "00".
       77 CTAMAP-STATUS PIC X(02) VALUE "00".
       77 EMPPEND-STATUS PIC X(02) VALUE "00".
       77 LICTOM-STATUS PIC X(02) VALUE "00".
       77 LICSALDO-STATUS PIC X(02) VALUE "00".
       77 SW-FIN-BACKUP PIC X(01) VALUE "N".
           88 FIN-DE-BACKUP VALUE "S".
       77 SW-TRAILER PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           EVALUATE REC-ARCHIVO
               WHEN "EMPMAST"
                   PERFORM 2700-RECARGAR-PARTES
               WHEN "SHAPES"
                   PERFORM 2800-RECARGAR-SHAPES
               WHEN "FACTREG"
                   PERFORM 2900-RECARGAR-FACTREG
               WHEN "NOMPER"
                   PERFORM 3000-RECARGAR-NOMPER
               WHEN "DEDUC"
                   PERFORM 3100-RECARGAR-DEDUC
               WHEN "CTAMAP"
                   PERFORM 3200-RECARGAR-CTAMAP
               WHEN "EMPPEND"
                   PERFORM 3300-RECARGAR-EMPPEND
               WHEN "LICTOM"
                   PERFORM 3400-RECARGAR-LICTOM
               WHEN "LICSALDO"
                   PERFORM 3500-RECARGAR-LICSALDO
               WHEN OTHER
                   DISPLAY "RECARGA: ARCHIVO DESCONOCIDO EN RECPARM: "
                       REC-ARCHIVO
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9100-CERRAR-ENTRADAS
                   PERFORM 9810-CONTROL-FIN
                   STOP RUN
           END-EVALUATE.
           PERFORM 9000-VERIFICAR.
           PERFORM 9100-CERRAR-ENTRADAS.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           IF RECPARM-STATUS = "35" THEN
               DISPLAY "RECARGA: NO EXISTE LA CARD RECPARM"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           READ RECPARM
                   DISPLAY "RECARGA: CARD RECPARM VACIA"
                   MOVE 12 TO RETURN-CODE
                   CLOSE RECPARM
                   PERFORM 9810-CONTROL-FIN
                   STOP RUN
           END-READ.
           OPEN INPUT BACKUP-FILE.
               DISPLAY "RECARGA: NO EXISTE EL BACKUP"
               MOVE 12 TO RETURN-CODE
               CLOSE RECPARM
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.

       2610-CARGAR-CUENTAS.
           PERFORM 8000-LEER-BACKUP.
           IF NOT FIN-DE-BACKUP AND NOT TRAILER-VISTO THEN
               MOVE REG-BACKUP(1:39) TO REG-CUENTA
               IF CTA-FECHA-CAMBIO NOT NUMERIC THEN
                   MOVE 0 TO CTA-FECHA-CAMBIO
               END-IF
               WRITE REG-CUENTA
                   INVALID KEY
                       MOVE "S" TO SW-CLAVE-MALA
               END-WRITE
           END-IF.

       2900-RECARGAR-FACTREG.
           OPEN OUTPUT FACTREG.
           PERFORM 2910-CARGAR-FACTREG
               UNTIL FIN-DE-BACKUP OR TRAILER-VISTO.
           CLOSE FACTREG.

       2910-CARGAR-FACTREG.
           PERFORM 8000-LEER-BACKUP.
           IF NOT FIN-DE-BACKUP AND NOT TRAILER-VISTO THEN
               MOVE REG-BACKUP(1:77) TO REG-FACTREG
               WRITE REG-FACTREG
                   INVALID KEY
                       MOVE "S" TO SW-CLAVE-MALA
                   NOT INVALID KEY
                       ADD 1 TO REC-CARGADOS
               END-WRITE
           END-IF.

       3000-RECARGAR-NOMPER.
           OPEN OUTPUT NOMPER.
           PERFORM 3010-CARGAR-NOMPER
               UNTIL FIN-DE-BACKUP OR TRAILER-VISTO.
           CLOSE NOMPER.

       3010-CARGAR-NOMPER.
           PERFORM 8000-LEER-BACKUP.
           IF NOT FIN-DE-BACKUP AND NOT TRAILER-VISTO THEN
               MOVE REG-BACKUP(1:78) TO REG-NOMPER
               WRITE REG-NOMPER
                   INVALID KEY
                       MOVE "S" TO SW-CLAVE-MALA
                   NOT INVALID KEY
                       ADD 1 TO REC-CARGADOS
               END-WRITE
           END-IF.

       3100-RECARGAR-DEDUC.
           OPEN OUTPUT DEDUC.
           PERFORM 3110-CARGAR-DEDUC
               UNTIL FIN-DE-BACKUP OR TRAILER-VISTO.
           CLOSE DEDUC.

       3110-CARGAR-DEDUC.
           PERFORM 8000-LEER-BACKUP.
           IF NOT FIN-DE-BACKUP AND NOT TRAILER-VISTO THEN
               MOVE REG-BACKUP(1:43) TO REG-DEDUC
               WRITE REG-DEDUC
                   INVALID KEY
                       MOVE "S" TO SW-CLAVE-MALA
                   NOT INVALID KEY
                       ADD 1 TO REC-CARGADOS
               END-WRITE
           END-IF.

       3200-RECARGAR-CTAMAP.
           OPEN OUTPUT CTAMAP.
           PERFORM 3210-CARGAR-CTAMAP
               UNTIL FIN-DE-BACKUP OR TRAILER-VISTO.
           CLOSE CTAMAP.

       3210-CARGAR-CTAMAP.
           PERFORM 8000-LEER-BACKUP.
           IF NOT FIN-DE-BACKUP AND NOT TRAILER-VISTO THEN
               MOVE REG-BACKUP(1:56) TO REG-CTAMAP
               WRITE REG-CTAMAP
                   INVALID KEY
                       MOVE "S" TO SW-CLAVE-MALA
                   NOT INVALID KEY
                       ADD 1 TO REC-CARGADOS
               END-WRITE
           END-IF.

       3300-RECARGAR-EMPPEND.
           OPEN OUTPUT EMPPEND.
           PERFORM 3310-CARGAR-EMPPEND
               UNTIL FIN-DE-BACKUP OR TRAILER-VISTO.
           CLOSE EMPPEND.

       3310-CARGAR-EMPPEND.
           PERFORM 8000-LEER-BACKUP.
           IF NOT FIN-DE-BACKUP AND NOT TRAILER-VISTO THEN
               MOVE REG-BACKUP(1:59) TO REG-PENDIENTE
               WRITE REG-PENDIENTE
                   INVALID KEY
                       MOVE "S" TO SW-CLAVE-MALA
                   NOT INVALID KEY
                       ADD 1 TO REC-CARGADOS
               END-WRITE
           END-IF.

       3400-RECARGAR-LICTOM.
           OPEN OUTPUT LICTOM.
           PERFORM 3410-CARGAR-LICTOM
               UNTIL FIN-DE-BACKUP OR TRAILER-VISTO.
           CLOSE LICTOM.

       3410-CARGAR-LICTOM.
           PERFORM 8000-LEER-BACKUP.
           IF NOT FIN-DE-BACKUP AND NOT TRAILER-VISTO THEN
               MOVE REG-BACKUP(1:40) TO REG-LICTOM
               WRITE REG-LICTOM
                   INVALID KEY
                       MOVE "S" TO SW-CLAVE-MALA
                   NOT INVALID KEY
                       ADD 1 TO REC-CARGADOS
               END-WRITE
           END-IF.

       3500-RECARGAR-LICSALDO.
           OPEN OUTPUT LICSALDO.
           PERFORM 3510-CARGAR-LICSALDO
               UNTIL FIN-DE-BACKUP OR TRAILER-VISTO.
           CLOSE LICSALDO.

       3510-CARGAR-LICSALDO.
           PERFORM 8000-LEER-BACKUP.
           IF NOT FIN-DE-BACKUP AND NOT TRAILER-VISTO THEN
               MOVE REG-BACKUP(1:26) TO REG-LICSALDO
               WRITE REG-LICSALDO
                   INVALID KEY
                       MOVE "S" TO SW-CLAVE-MALA
                   NOT INVALID KEY
                       ADD 1 TO REC-CARGADOS
               END-WRITE
           END-IF.

      * A PARTES backup record is 18 bytes, the same length as the
      * trailer, so the trailer mark is tested before the record
      * lands anywhere.
           CLOSE RECPARM.
           CLOSE BACKUP-FILE.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           MOVE REC-CARGADOS TO RCT-LEIDOS.
           MOVE REC-CARGADOS TO RCT-GRABADOS.
           MOVE "ESPERADOS" TO RCT-TOTAL-DESC.
           MOVE REC-ESPERADOS TO RCT-TOTAL-CONTROL.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM RECARGA.

      ******************************************************************
      * Author:A. MATIAS
      * Date:15-10-2026
      * Purpose: Maintains the DEDUC payroll deductions reference
      *          table from DEDCARDS cards, keyed by concept code.
      *          Each concept is either a percentage of the gross
      *          (type P) or a fixed amount (type F), with an
      *          optional cap (zero or blank = no cap).  Reloading a
      *          code replaces it; a type B card removes the concept.
      *          NOMINA applies every concept on file to each paid
      *          employee.  Bad cards are copied to DEDRECH with
      *          their reason and the job ends RC=8.
      * Tectonics: FOOOOO
      ******************************************************************
      * Modification history
      * --------------------
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGADED.
       AUTHOR. A. MATIAS.
       INSTALLATION. COBOLICS.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDCARDS ASSIGN TO "DEDCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDCARDS-STATUS.

           SELECT DEDUC ASSIGN TO "DEDUC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DED-CODIGO
               FILE STATUS IS DEDUC-STATUS.

           SELECT DEDRECH ASSIGN TO "DEDRECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEDRECH-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One card per concept.  Value and cap carry two implied
      * decimals: a percentage of 11.00 punches 000001100.
       FD  DEDCARDS
           LABEL RECORDS ARE STANDARD.
       01  REG-DEDCARD.
           05  CARD-DED-CODIGO             PIC X(04).
           05  CARD-DED-DESCRIPCION        PIC X(20).
           05  CARD-DED-TIPO               PIC X(01).
               88  CARD-DED-PORCENTAJE     VALUE "P".
               88  CARD-DED-FIJO           VALUE "F".
               88  CARD-DED-BAJA           VALUE "B".
           05  CARD-DED-VALOR              PIC 9(07)V9(02).
           05  CARD-DED-VALOR-X REDEFINES CARD-DED-VALOR
                                           PIC X(09).
           05  CARD-DED-TOPE               PIC 9(07)V9(02).
           05  CARD-DED-TOPE-X REDEFINES CARD-DED-TOPE
                                           PIC X(09).

       FD  DEDUC
           LABEL RECORDS ARE STANDARD.
       01  REG-DEDUC.
           05  DED-CODIGO                  PIC X(04).
           05  DED-DESCRIPCION             PIC X(20).
           05  DED-TIPO                    PIC X(01).
               88  DED-PORCENTAJE          VALUE "P".
               88  DED-FIJO                VALUE "F".
           05  DED-VALOR                   PIC 9(07)V9(02).
           05  DED-TOPE                    PIC 9(07)V9(02).

       FD  DEDRECH
           LABEL RECORDS ARE STANDARD.
       01  LINEA-DED-RECHAZO               PIC X(80).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "CARGADED".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 DEDCARDS-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-DEDCARDS VALUE "10".
       77 DEDUC-STATUS PIC X(02) VALUE "00".
       77 DEDRECH-STATUS PIC X(02) VALUE "00".
       77 SW-DED-VALIDA PIC X(01) VALUE "S".
           88 DED-ES-VALIDA VALUE "S".
       77 DED-MOTIVO PIC X(30) VALUE SPACES.
       77 DED-LEIDAS PIC 9(05) COMP VALUE 0.
       77 DED-ALTAS PIC 9(05) COMP VALUE 0.
       77 DED-REEMPLAZOS PIC 9(05) COMP VALUE 0.
       77 DED-BAJAS PIC 9(05) COMP VALUE 0.
       77 DED-RECHAZADAS PIC 9(05) COMP VALUE 0.
       77 FORMATO-DED PIC ZZZZ9.
       01 REG-DED-RECHAZO.
           05 DED-RECH-CARD PIC X(43).
           05 FILLER PIC X(03) VALUE " | ".
           05 DED-RECH-MOTIVO PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CARGAR-CARD UNTIL FIN-DE-DEDCARDS.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           OPEN INPUT DEDCARDS.
           IF DEDCARDS-STATUS = "35" THEN
               DISPLAY "CARGADED: NO EXISTEN CARDS DEDCARDS"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN OUTPUT DEDRECH.
           OPEN I-O DEDUC.
           IF DEDUC-STATUS = "35" THEN
               CLOSE DEDUC
               OPEN OUTPUT DEDUC
               CLOSE DEDUC
               OPEN I-O DEDUC
           END-IF.
           READ DEDCARDS
               AT END SET FIN-DE-DEDCARDS TO TRUE
           END-READ.

       2000-CARGAR-CARD.
           ADD 1 TO DED-LEIDAS.
           PERFORM 2010-VALIDAR-CARD.
           IF DED-ES-VALIDA THEN
               IF CARD-DED-BAJA THEN
                   PERFORM 2100-BORRAR-CONCEPTO
               ELSE
                   PERFORM 2200-GRABAR-CONCEPTO
               END-IF
           END-IF.
           IF NOT DED-ES-VALIDA THEN
               ADD 1 TO DED-RECHAZADAS
               PERFORM 2900-RECHAZAR-CARD
           END-IF.
           READ DEDCARDS
               AT END SET FIN-DE-DEDCARDS TO TRUE
           END-READ.

      * A blank cap means no cap, the same as a zero one.
       2010-VALIDAR-CARD.
           MOVE "S" TO SW-DED-VALIDA.
           MOVE SPACES TO DED-MOTIVO.
           IF CARD-DED-TOPE-X = SPACES THEN
               MOVE ZEROS TO CARD-DED-TOPE-X
           END-IF.
           IF CARD-DED-CODIGO = SPACES THEN
               MOVE "N" TO SW-DED-VALIDA
               MOVE "CODIGO EN BLANCO" TO DED-MOTIVO
           ELSE IF NOT CARD-DED-PORCENTAJE AND NOT CARD-DED-FIJO
                   AND NOT CARD-DED-BAJA THEN
               MOVE "N" TO SW-DED-VALIDA
               MOVE "TIPO DEBE SER P, F O B" TO DED-MOTIVO
           ELSE IF CARD-DED-BAJA THEN
               CONTINUE
           ELSE IF CARD-DED-DESCRIPCION = SPACES THEN
               MOVE "N" TO SW-DED-VALIDA
               MOVE "DESCRIPCION EN BLANCO" TO DED-MOTIVO
           ELSE IF CARD-DED-VALOR-X NOT NUMERIC THEN
               MOVE "N" TO SW-DED-VALIDA
               MOVE "VALOR NO NUMERICO" TO DED-MOTIVO
           ELSE IF CARD-DED-VALOR = 0 THEN
               MOVE "N" TO SW-DED-VALIDA
               MOVE "VALOR CERO" TO DED-MOTIVO
           ELSE IF CARD-DED-PORCENTAJE AND CARD-DED-VALOR > 100 THEN
               MOVE "N" TO SW-DED-VALIDA
               MOVE "PORCENTAJE MAYOR A 100" TO DED-MOTIVO
           ELSE IF CARD-DED-TOPE-X NOT NUMERIC THEN
               MOVE "N" TO SW-DED-VALIDA
               MOVE "TOPE NO NUMERICO" TO DED-MOTIVO
           END-IF.

       2100-BORRAR-CONCEPTO.
           MOVE CARD-DED-CODIGO TO DED-CODIGO.
           DELETE DEDUC
               INVALID KEY
                   MOVE "N" TO SW-DED-VALIDA
                   MOVE "CONCEPTO INEXISTENTE" TO DED-MOTIVO
               NOT INVALID KEY
                   ADD 1 TO DED-BAJAS
           END-DELETE.

       2200-GRABAR-CONCEPTO.
           MOVE CARD-DED-CODIGO TO DED-CODIGO.
           MOVE CARD-DED-DESCRIPCION TO DED-DESCRIPCION.
           MOVE CARD-DED-TIPO TO DED-TIPO.
           MOVE CARD-DED-VALOR TO DED-VALOR.
           MOVE CARD-DED-TOPE TO DED-TOPE.
           WRITE REG-DEDUC
               INVALID KEY
                   REWRITE REG-DEDUC
                   ADD 1 TO DED-REEMPLAZOS
               NOT INVALID KEY
                   ADD 1 TO DED-ALTAS
           END-WRITE.

       2900-RECHAZAR-CARD.
           MOVE REG-DEDCARD TO DED-RECH-CARD.
           MOVE DED-MOTIVO TO DED-RECH-MOTIVO.
           WRITE LINEA-DED-RECHAZO FROM REG-DED-RECHAZO.

       9000-FIN.
           CLOSE DEDCARDS.
           CLOSE DEDUC.
           CLOSE DEDRECH.
           MOVE DED-ALTAS TO FORMATO-DED.
           DISPLAY "CARGADED: CONCEPTOS NUEVOS:      " FORMATO-DED.
           MOVE DED-REEMPLAZOS TO FORMATO-DED.
           DISPLAY "CARGADED: CONCEPTOS REEMPLAZADOS:" FORMATO-DED.
           MOVE DED-BAJAS TO FORMATO-DED.
           DISPLAY "CARGADED: CONCEPTOS BORRADOS:    " FORMATO-DED.
           MOVE DED-RECHAZADAS TO FORMATO-DED.
           DISPLAY "CARGADED: CARDS RECHAZADAS:      " FORMATO-DED.
           IF DED-RECHAZADAS > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           MOVE DED-LEIDAS TO RCT-LEIDOS.
           COMPUTE RCT-GRABADOS = DED-ALTAS + DED-REEMPLAZOS
               + DED-BAJAS.
           MOVE DED-RECHAZADAS TO RCT-RECHAZADOS.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM CARGADED.

      ******************************************************************
      * Author:A. MATIAS
      * Date:15-10-2026
      * Purpose: Payroll period control over the NOMPER file NOMINA
      *          keeps.  One REVPARM card per action:
      *           - function R, period AAAAMM: reversal - every
      *             record of that period is taken out of the
      *             cumulative NOMHIST history, listed on REVRPT
      *             with the gross, deductions and net backed out,
      *             and the period goes back to open so NOMINA may
      *             pay it again;
      *           - function C, period AAAAMM: close - a paid period
      *             is closed for good and can no longer be paid
      *             again or reversed.
      *          The backed-out totals are checked against the ones
      *          NOMINA left on NOMPER; a difference is flagged on
      *          the report.  Bad cards go to REVRECH with their
      *          reason; either ends the job RC=8.  A reversed paid
      *          period also gets a reversing journal batch on
      *          ASIENTOS, the mirror of the one NOMINA posted; one
      *          that does not balance ends the job RC=12.
      * Tectonics: FOOOOO
      ******************************************************************
      * Modification history
      * --------------------
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      * 15-10-2026  AM  A reversal also puts the leave NOMINA paid in
      *                 the period (LICTOM) back to unpaid, so the
      *                 rerun pays it again.
      * 15-10-2026  AM  A reversal of a paid period appends a
      *                 reversing batch to ASIENTOS built from the
      *                 backed-out history, debits and credits
      *                 swapped, so the rerun does not post the
      *                 period to the ledger twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMREVERSA.
       AUTHOR. A. MATIAS.
       INSTALLATION. COBOLICS.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVPARM ASSIGN TO "REVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVPARM-STATUS.

           SELECT NOMPER ASSIGN TO "NOMPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-PERIODO
               FILE STATUS IS NOMPER-STATUS.

           SELECT NOMHIST ASSIGN TO "NOMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOMHIST-STATUS.

           SELECT NOMHTMP ASSIGN TO "NOMHTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOMHTMP-STATUS.

           SELECT REVRPT ASSIGN TO "REVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVRPT-STATUS.

           SELECT REVRECH ASSIGN TO "REVRECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REVRECH-STATUS.

           SELECT LICTOM ASSIGN TO "LICTOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LTOM-CLAVE
               FILE STATUS IS LICTOM-STATUS.

           SELECT CTAMAP ASSIGN TO "CTAMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAP-CLAVE
               FILE STATUS IS CTAMAP-STATUS.

           SELECT ASIENTOS ASSIGN TO "ASIENTOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ASIENTOS-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVPARM
           LABEL RECORDS ARE STANDARD.
       01  REG-REVPARM.
           05  REV-FUNCION                 PIC X(01).
               88  REV-REVERSAR            VALUE "R".
               88  REV-CERRAR              VALUE "C".
           05  REV-PERIODO.
               10  REV-PER-ANIO            PIC 9(04).
               10  REV-PER-MES             PIC 9(02).
           05  REV-PERIODO-X REDEFINES REV-PERIODO
                                           PIC X(06).

      * Same period control record NOMINA maintains.
       FD  NOMPER
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMPER.
           05  PER-PERIODO                 PIC 9(06).
           05  PER-ESTADO                  PIC X(01).
               88  PER-ABIERTO             VALUE "A".
               88  PER-PAGADO              VALUE "P".
               88  PER-CERRADO             VALUE "C".
           05  PER-FECHA-PROCESO           PIC 9(08).
           05  PER-EMPLEADOS               PIC 9(05).
           05  PER-BRUTO                   PIC 9(11)V9(02).
           05  PER-DEDUC                   PIC 9(11)V9(02).
           05  PER-NETO                    PIC 9(11)V9(02).
           05  PER-FECHA-CIERRE            PIC 9(08).
           05  PER-FECHA-REVERSION         PIC 9(08).
           05  PER-REVERSIONES             PIC 9(03).

      * Same structured history record NOMINA appends each run.
       FD  NOMHIST
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMHIST.
           05  NOMH-PERIODO                PIC 9(06).
           05  NOMH-LEGAJO                 PIC 9(06).
           05  NOMH-NOMBRE                 PIC X(20).
           05  NOMH-DEPARTAMENTO           PIC X(10).
           05  NOMH-HORAS                  PIC 9(03).
           05  NOMH-EXTRAS                 PIC 9(03).
           05  NOMH-TARIFA                 PIC 9(04)V9(02).
           05  NOMH-IMPORTE                PIC 9(09)V9(02).
           05  NOMH-DEDUCCIONES.
               10  NOMH-DEDUCCION OCCURS 8 TIMES.
                   15  NOMH-DED-CODIGO     PIC X(04).
                   15  NOMH-DED-IMPORTE    PIC 9(07)V9(02).
           05  NOMH-TOTAL-DEDUC            PIC 9(09)V9(02).
           05  NOMH-NETO                   PIC 9(09)V9(02).

      * Work copy of the history: the records kept are written here
      * and then copied back over NOMHIST.
       FD  NOMHTMP
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMHTMP                     PIC X(191).

       FD  REVRPT
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REVERSION                 PIC X(132).

       FD  REVRECH
           LABEL RECORDS ARE STANDARD.
       01  LINEA-REV-RECHAZO               PIC X(60).

      * Same leave-taken record CARGALIC loads and NOMINA marks
      * with the period that paid it.
       FD  LICTOM
           LABEL RECORDS ARE STANDARD.
       01  REG-LICTOM.
           05  LTOM-CLAVE.
               10  LTOM-LEGAJO             PIC 9(06).
               10  LTOM-DESDE              PIC 9(08).
           05  LTOM-HASTA                  PIC 9(08).
           05  LTOM-TIPO                   PIC X(01).
           05  LTOM-DIAS                   PIC 9(03).
           05  LTOM-FECHA-CARGA            PIC 9(08).
           05  LTOM-PERIODO-PAGO           PIC 9(06).

      * Same account mapping record CARGAMAP loads.
       FD  CTAMAP
           LABEL RECORDS ARE STANDARD.
       01  REG-CTAMAP.
           05  MAP-CLAVE.
               10  MAP-CONCEPTO            PIC X(04).
               10  MAP-CODIGO              PIC X(12).
           05  MAP-CUENTA                  PIC X(10).
           05  MAP-DESCRIPCION             PIC X(30).

      * Same accounting interface NOMINA and FACTURAS append to.
       FD  ASIENTOS
           LABEL RECORDS ARE STANDARD.
       01  LINEA-ASIENTO                   PIC X(100).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "NOMREVERSA".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 REVPARM-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-REVPARM VALUE "10".
       77 NOMPER-STATUS PIC X(02) VALUE "00".
       77 NOMHIST-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-NOMHIST VALUE "10".
       77 NOMHTMP-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-NOMHTMP VALUE "10".
       77 REVRPT-STATUS PIC X(02) VALUE "00".
       77 REVRECH-STATUS PIC X(02) VALUE "00".
       77 LICTOM-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-LICTOM VALUE "10".
       77 SW-SIN-LICTOM PIC X(01) VALUE "N".
           88 SIN-ARCHIVO-LICTOM VALUE "S".
       77 REV-LICENCIAS PIC 9(05) COMP VALUE 0.
       77 SW-SIN-NOMPER PIC X(01) VALUE "N".
           88 SIN-ARCHIVO-NOMPER VALUE "S".
       77 SW-SIN-NOMHIST PIC X(01) VALUE "N".
           88 SIN-ARCHIVO-NOMHIST VALUE "S".
       77 SW-REV-VALIDA PIC X(01) VALUE "S".
           88 REV-ES-VALIDA VALUE "S".
       77 REV-MOTIVO PIC X(30) VALUE SPACES.
       77 REV-LEIDAS PIC 9(05) COMP VALUE 0.
       77 REV-RECHAZADAS PIC 9(05) COMP VALUE 0.
       77 REV-REVERTIDOS PIC 9(05) COMP VALUE 0.
       77 REV-CERRADOS PIC 9(05) COMP VALUE 0.
       77 REV-DIFERENCIAS PIC 9(05) COMP VALUE 0.
       77 REV-FECHA-HOY PIC X(21) VALUE SPACES.
       77 REV-REGISTROS PIC 9(07) COMP VALUE 0.
       77 REV-CONSERVADOS PIC 9(09) COMP VALUE 0.
       77 REV-BRUTO PIC S9(11)V9(02) VALUE 0.
       77 REV-DEDUC PIC S9(11)V9(02) VALUE 0.
       77 REV-NETO PIC S9(11)V9(02) VALUE 0.
       77 FORMATO-REV PIC ZZZZ9.
       77 REV-DESCUADRES PIC 9(05) COMP VALUE 0.
       77 CTAMAP-STATUS PIC X(02) VALUE "00".
       77 SW-SIN-CTAMAP PIC X(01) VALUE "N".
           88 SIN-ARCHIVO-CTAMAP VALUE "S".
       77 SW-MAPEO-HALLADO PIC X(01) VALUE "N".
           88 MAPEO-HALLADO VALUE "S".
       77 ASIENTOS-STATUS PIC X(02) VALUE "00".
       77 ASI-LINEAS PIC 9(07) COMP VALUE 0.
       77 ASI-SIN-CUENTA PIC 9(05) COMP VALUE 0.
       77 ASI-TOTAL-DEBE PIC S9(15)V9(02) VALUE 0.
       77 ASI-TOTAL-HABER PIC S9(15)V9(02) VALUE 0.
       77 ASI-IMPORTE PIC S9(13)V9(02) VALUE 0.
       77 ASI-SIGNO PIC X(01) VALUE SPACE.
       77 ASI-CENTRO PIC X(12) VALUE SPACES.
       77 DEP-USADOS PIC 9(03) COMP VALUE 0.
       77 DEP-IND PIC 9(03) COMP VALUE 0.
       77 DEP-ENCONTRADO PIC X(01) VALUE "N".
           88 SE-ENCONTRO-DEPTO VALUE "S".
       77 DED-USADOS PIC 9(03) COMP VALUE 0.
       77 DED-IND PIC 9(03) COMP VALUE 0.
       77 DED-ENCONTRADA PIC X(01) VALUE "N".
           88 SE-ENCONTRO-DEDUCCION VALUE "S".
       77 NOMH-IND PIC 9(03) COMP VALUE 0.

      * Gross backed out per department and deductions per concept,
      * the same breakdown NOMINA posted the period with.  The
      * department table overflows into *OTROS* as NOMINA's does.
       01 TABLA-DEPARTAMENTOS.
           05 DEP-ENTRADA OCCURS 50 TIMES.
               10 DEP-NOMBRE PIC X(10).
               10 DEP-IMPORTE PIC S9(11)V9(02).
       01 TABLA-DEDUCCIONES.
           05 TDED-ENTRADA OCCURS 8 TIMES.
               10 TDED-CODIGO PIC X(04).
               10 TDED-TOTAL PIC S9(11)V9(02).

       01 ASI-CABECERA.
           05 FILLER PIC X(01) VALUE "H".
           05 ASI-CAB-ORIGEN PIC X(08).
           05 ASI-CAB-FECHA PIC 9(08).
           05 ASI-CAB-PERIODO PIC 9(06).
           05 FILLER PIC X(77) VALUE SPACES.
       01 ASI-DETALLE.
           05 FILLER PIC X(01) VALUE "D".
           05 ASI-DET-ORIGEN PIC X(08).
           05 ASI-DET-FECHA PIC 9(08).
           05 ASI-DET-CUENTA PIC X(10).
           05 ASI-DET-CENTRO PIC X(12).
           05 ASI-DET-SIGNO PIC X(01).
           05 ASI-DET-IMPORTE PIC 9(13)V9(02).
           05 ASI-DET-DESCRIPCION PIC X(30).
           05 FILLER PIC X(15) VALUE SPACES.
       01 ASI-TRAILER.
           05 FILLER PIC X(01) VALUE "T".
           05 ASI-TRL-ORIGEN PIC X(08).
           05 ASI-TRL-CANTIDAD PIC 9(07).
           05 ASI-TRL-DEBE PIC 9(15)V9(02).
           05 ASI-TRL-HABER PIC 9(15)V9(02).
           05 ASI-TRL-ESTADO PIC X(01).
           05 FILLER PIC X(49) VALUE SPACES.

       01 REV-ENCABEZADO.
           05 FILLER PIC X(30) VALUE "CONTROL DE PERIODOS DE NOMINA ".
           05 FILLER PIC X(07) VALUE "FECHA: ".
           05 REV-ENC-FECHA PIC X(08).
       01 REV-TITULO-REVERSION.
           05 FILLER PIC X(25) VALUE "REVERSION DEL PERIODO:   ".
           05 REV-TIT-PERIODO PIC 9(06).
           05 FILLER PIC X(24) VALUE "  PAGADO EN CORRIDA DEL ".
           05 REV-TIT-FECHA PIC 9(08).
       01 REV-DETALLE.
           05 REV-DET-PERIODO PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 REV-DET-LEGAJO PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 REV-DET-NOMBRE PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 REV-DET-DEPTO PIC X(10).
           05 FILLER PIC X(08) VALUE "  BRUTO:".
           05 REV-DET-BRUTO PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(13) VALUE "  DESCUENTOS:".
           05 REV-DET-DEDUC PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(08) VALUE "  NETO: ".
           05 REV-DET-NETO PIC -ZZZ,ZZZ,ZZ9.99.
       01 REV-TOTAL-REVERTIDO.
           05 FILLER PIC X(20) VALUE "TOTAL REVERTIDO     ".
           05 FILLER PIC X(11) VALUE "REGISTROS: ".
           05 REV-TOT-REGISTROS PIC ZZ,ZZ9.
           05 FILLER PIC X(08) VALUE "  BRUTO:".
           05 REV-TOT-BRUTO PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(13) VALUE "  DESCUENTOS:".
           05 REV-TOT-DEDUC PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(08) VALUE "  NETO: ".
           05 REV-TOT-NETO PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 REV-TOTAL-CONTROL.
           05 FILLER PIC X(20) VALUE "SEGUN NOMPER        ".
           05 FILLER PIC X(11) VALUE "EMPLEADOS: ".
           05 REV-CTL-EMPLEADOS PIC ZZ,ZZ9.
           05 FILLER PIC X(08) VALUE "  BRUTO:".
           05 REV-CTL-BRUTO PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(13) VALUE "  DESCUENTOS:".
           05 REV-CTL-DEDUC PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(08) VALUE "  NETO: ".
           05 REV-CTL-NETO PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 REV-LINEA-LICENCIAS.
           05 FILLER PIC X(40) VALUE
               "LICENCIAS VUELTAS A PENDIENTES DE PAGO: ".
           05 REV-LIC-CANTIDAD PIC ZZ,ZZ9.
       01 REV-AVISO-DIFERENCIA.
           05 FILLER PIC X(44) VALUE
               "*** DIFERENCIA ENTRE NOMHIST Y NOMPER ***   ".
       01 REV-AVISO-INCOMPLETA.
           05 FILLER PIC X(44) VALUE
               "CORRIDA INCOMPLETA - SIN TOTALES EN NOMPER  ".
       01 REV-LINEA-ASIENTO.
           05 FILLER PIC X(40) VALUE
               "ASIENTO DE REVERSION EN ASIENTOS LINEAS:".
           05 REV-ASI-LINEAS PIC ZZ,ZZ9.
       01 REV-AVISO-SIN-MAPEO.
           05 FILLER PIC X(31) VALUE
               "SIN CUENTA CONTABLE EN CTAMAP: ".
           05 REV-ASM-CLAVE PIC X(16).
           05 FILLER PIC X(10) VALUE "  IMPORTE:".
           05 REV-ASM-IMPORTE PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 REV-AVISO-DESCUADRE.
           05 FILLER PIC X(30) VALUE "ASIENTO CONTABLE DESCUADRADO  ".
           05 FILLER PIC X(06) VALUE "DEBE: ".
           05 REV-ADE-DEBE PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(09) VALUE "  HABER: ".
           05 REV-ADE-HABER PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 REV-LINEA-CIERRE.
           05 FILLER PIC X(25) VALUE "CIERRE DEL PERIODO:      ".
           05 REV-CIE-PERIODO PIC 9(06).
           05 FILLER PIC X(13) VALUE "  EMPLEADOS: ".
           05 REV-CIE-EMPLEADOS PIC ZZ,ZZ9.
           05 FILLER PIC X(08) VALUE "  NETO: ".
           05 REV-CIE-NETO PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 REG-REV-RECHAZO.
           05 REV-RECH-CARD PIC X(07).
           05 FILLER PIC X(03) VALUE " | ".
           05 REV-RECH-MOTIVO PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESAR-CARD UNTIL FIN-DE-REVPARM.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           OPEN INPUT REVPARM.
           IF REVPARM-STATUS = "35" THEN
               DISPLAY "NOMREVERSA: NO EXISTEN CARDS REVPARM"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN I-O NOMPER.
           IF NOMPER-STATUS = "35" THEN
               MOVE "S" TO SW-SIN-NOMPER
           END-IF.
           OPEN I-O LICTOM.
           IF LICTOM-STATUS = "35" THEN
               MOVE "S" TO SW-SIN-LICTOM
           END-IF.
           OPEN INPUT CTAMAP.
           IF CTAMAP-STATUS = "35" THEN
               MOVE "S" TO SW-SIN-CTAMAP
           END-IF.
           OPEN EXTEND ASIENTOS.
           IF ASIENTOS-STATUS = "35" THEN
               OPEN OUTPUT ASIENTOS
           END-IF.
           OPEN OUTPUT REVRPT.
           OPEN OUTPUT REVRECH.
           MOVE FUNCTION CURRENT-DATE TO REV-FECHA-HOY.
           MOVE REV-FECHA-HOY(1:8) TO REV-ENC-FECHA.
           WRITE LINEA-REVERSION FROM REV-ENCABEZADO.
           READ REVPARM
               AT END SET FIN-DE-REVPARM TO TRUE
           END-READ.

       2000-PROCESAR-CARD.
           ADD 1 TO REV-LEIDAS.
           PERFORM 2010-VALIDAR-CARD.
           IF REV-ES-VALIDA THEN
               IF REV-REVERSAR THEN
                   PERFORM 3000-REVERSAR-PERIODO
               ELSE
                   PERFORM 4000-CERRAR-PERIODO
               END-IF
           ELSE
               ADD 1 TO REV-RECHAZADAS
               PERFORM 2900-RECHAZAR-CARD
           END-IF.
           READ REVPARM
               AT END SET FIN-DE-REVPARM TO TRUE
           END-READ.

      * The period must be on NOMPER in a state the action allows:
      * a reversal needs a paid period or one whose run abended;
      * a close needs a paid period.
       2010-VALIDAR-CARD.
           MOVE "S" TO SW-REV-VALIDA.
           MOVE SPACES TO REV-MOTIVO.
           IF NOT REV-REVERSAR AND NOT REV-CERRAR THEN
               MOVE "N" TO SW-REV-VALIDA
               MOVE "FUNCION DEBE SER R O C" TO REV-MOTIVO
           ELSE IF REV-PERIODO-X NOT NUMERIC THEN
               MOVE "N" TO SW-REV-VALIDA
               MOVE "PERIODO NO NUMERICO" TO REV-MOTIVO
           ELSE IF REV-PER-MES < 1 OR REV-PER-MES > 12 THEN
               MOVE "N" TO SW-REV-VALIDA
               MOVE "MES FUERA DE 01-12" TO REV-MOTIVO
           ELSE IF SIN-ARCHIVO-NOMPER THEN
               MOVE "N" TO SW-REV-VALIDA
               MOVE "NO EXISTE EL ARCHIVO NOMPER" TO REV-MOTIVO
           ELSE
               PERFORM 2020-VALIDAR-PERIODO
           END-IF.

       2020-VALIDAR-PERIODO.
           MOVE REV-PERIODO TO PER-PERIODO.
           READ NOMPER
               INVALID KEY
                   MOVE "N" TO SW-REV-VALIDA
                   MOVE "PERIODO NO REGISTRADO" TO REV-MOTIVO
           END-READ.
           IF REV-ES-VALIDA THEN
               IF PER-CERRADO THEN
                   MOVE "N" TO SW-REV-VALIDA
                   MOVE "PERIODO CERRADO" TO REV-MOTIVO
               ELSE IF REV-CERRAR AND NOT PER-PAGADO THEN
                   MOVE "N" TO SW-REV-VALIDA
                   MOVE "PERIODO NO PAGADO" TO REV-MOTIVO
               ELSE IF PER-ABIERTO AND PER-FECHA-PROCESO = 0 THEN
                   MOVE "N" TO SW-REV-VALIDA
                   MOVE "PERIODO SIN CORRIDA A REVERSAR" TO REV-MOTIVO
               END-IF
           END-IF.

       2900-RECHAZAR-CARD.
           MOVE REG-REVPARM TO REV-RECH-CARD.
           MOVE REV-MOTIVO TO REV-RECH-MOTIVO.
           WRITE LINEA-REV-RECHAZO FROM REG-REV-RECHAZO.

      *----------------------------------------------------------*
      * Reversal: NOMHIST is copied to NOMHTMP leaving out the    *
      * period's records, which are listed and totalled; NOMHTMP  *
      * is then copied back over NOMHIST and the period reopened. *
      * A paid period's journal batch is reversed on ASIENTOS; an *
      * abended run never reached the ledger, so has none.        *
      *----------------------------------------------------------*
       3000-REVERSAR-PERIODO.
           MOVE 0 TO REV-REGISTROS.
           MOVE 0 TO DEP-USADOS.
           MOVE 0 TO DED-USADOS.
           MOVE 0 TO ASI-SIN-CUENTA.
           MOVE 0 TO REV-CONSERVADOS.
           MOVE 0 TO REV-BRUTO.
           MOVE 0 TO REV-DEDUC.
           MOVE 0 TO REV-NETO.
           MOVE SPACES TO LINEA-REVERSION.
           WRITE LINEA-REVERSION.
           MOVE REV-PERIODO TO REV-TIT-PERIODO.
           MOVE PER-FECHA-PROCESO TO REV-TIT-FECHA.
           WRITE LINEA-REVERSION FROM REV-TITULO-REVERSION.
           MOVE "00" TO NOMHIST-STATUS.
           MOVE "N" TO SW-SIN-NOMHIST.
           OPEN INPUT NOMHIST.
           IF NOMHIST-STATUS = "35" THEN
               MOVE "S" TO SW-SIN-NOMHIST
               SET FIN-DE-NOMHIST TO TRUE
           ELSE
               READ NOMHIST
                   AT END SET FIN-DE-NOMHIST TO TRUE
               END-READ
           END-IF.
           OPEN OUTPUT NOMHTMP.
           PERFORM 3100-SEPARAR-REGISTRO UNTIL FIN-DE-NOMHIST.
           IF NOT SIN-ARCHIVO-NOMHIST THEN
               CLOSE NOMHIST
           END-IF.
           CLOSE NOMHTMP.
           PERFORM 3200-REEMPLAZAR-HISTORIA.
           PERFORM 3300-TOTALES-REVERSION.
           IF PER-PAGADO THEN
               PERFORM 3500-GRABAR-ASIENTOS
           END-IF.
           IF NOT SIN-ARCHIVO-LICTOM THEN
               PERFORM 3400-LIBERAR-LICENCIAS
           END-IF.
           MOVE "A" TO PER-ESTADO.
           MOVE 0 TO PER-FECHA-PROCESO.
           MOVE 0 TO PER-EMPLEADOS.
           MOVE 0 TO PER-BRUTO.
           MOVE 0 TO PER-DEDUC.
           MOVE 0 TO PER-NETO.
           MOVE REV-FECHA-HOY(1:8) TO PER-FECHA-REVERSION.
           ADD 1 TO PER-REVERSIONES.
           REWRITE REG-NOMPER.
           ADD 1 TO REV-REVERTIDOS.

       3100-SEPARAR-REGISTRO.
           IF NOMH-PERIODO = REV-PERIODO THEN
               ADD 1 TO REV-REGISTROS
               ADD NOMH-IMPORTE TO REV-BRUTO
               ADD NOMH-TOTAL-DEDUC TO REV-DEDUC
               ADD NOMH-NETO TO REV-NETO
               MOVE NOMH-PERIODO TO REV-DET-PERIODO
               MOVE NOMH-LEGAJO TO REV-DET-LEGAJO
               MOVE NOMH-NOMBRE TO REV-DET-NOMBRE
               MOVE NOMH-DEPARTAMENTO TO REV-DET-DEPTO
               MOVE NOMH-IMPORTE TO REV-DET-BRUTO
               MOVE NOMH-TOTAL-DEDUC TO REV-DET-DEDUC
               MOVE NOMH-NETO TO REV-DET-NETO
               WRITE LINEA-REVERSION FROM REV-DETALLE
               PERFORM 3110-ACUMULAR-DEPTO
               MOVE 1 TO NOMH-IND
               PERFORM 3130-ACUMULAR-DEDUCCION UNTIL NOMH-IND > 8
           ELSE
               ADD 1 TO REV-CONSERVADOS
               WRITE REG-NOMHTMP FROM REG-NOMHIST
           END-IF.
           READ NOMHIST
               AT END SET FIN-DE-NOMHIST TO TRUE
           END-READ.

       3110-ACUMULAR-DEPTO.
           MOVE "N" TO DEP-ENCONTRADO.
           MOVE 1 TO DEP-IND.
           PERFORM 3120-BUSCAR-DEPTO
               UNTIL SE-ENCONTRO-DEPTO OR DEP-IND > DEP-USADOS.
           IF NOT SE-ENCONTRO-DEPTO THEN
               IF DEP-USADOS < 50 THEN
                   ADD 1 TO DEP-USADOS
                   MOVE DEP-USADOS TO DEP-IND
                   MOVE NOMH-DEPARTAMENTO TO DEP-NOMBRE(DEP-IND)
                   MOVE 0 TO DEP-IMPORTE(DEP-IND)
               ELSE
                   MOVE 50 TO DEP-IND
                   MOVE "*OTROS*" TO DEP-NOMBRE(DEP-IND)
               END-IF
           END-IF.
           ADD NOMH-IMPORTE TO DEP-IMPORTE(DEP-IND).

       3120-BUSCAR-DEPTO.
           IF DEP-NOMBRE(DEP-IND) = NOMH-DEPARTAMENTO THEN
               MOVE "S" TO DEP-ENCONTRADO
           ELSE
               ADD 1 TO DEP-IND
           END-IF.

      * NOMINA pays at most the 8 concepts of its DEDUC table, so a
      * ninth code in one period cannot be placed; it is listed as
      * unmapped, which leaves the batch unbalanced.
       3130-ACUMULAR-DEDUCCION.
           IF NOMH-DED-CODIGO(NOMH-IND) NOT = SPACES THEN
               MOVE "N" TO DED-ENCONTRADA
               MOVE 1 TO DED-IND
               PERFORM 3140-BUSCAR-DEDUCCION
                   UNTIL SE-ENCONTRO-DEDUCCION OR DED-IND > DED-USADOS
               IF NOT SE-ENCONTRO-DEDUCCION THEN
                   IF DED-USADOS < 8 THEN
                       ADD 1 TO DED-USADOS
                       MOVE DED-USADOS TO DED-IND
                       MOVE NOMH-DED-CODIGO(NOMH-IND)
                           TO TDED-CODIGO(DED-IND)
                       MOVE 0 TO TDED-TOTAL(DED-IND)
                       MOVE "S" TO DED-ENCONTRADA
                   ELSE
                       ADD 1 TO ASI-SIN-CUENTA
                       MOVE "DEDU" TO REV-ASM-CLAVE
                       MOVE NOMH-DED-CODIGO(NOMH-IND)
                           TO REV-ASM-CLAVE(5:4)
                       MOVE NOMH-DED-IMPORTE(NOMH-IND)
                           TO REV-ASM-IMPORTE
                       WRITE LINEA-REVERSION FROM REV-AVISO-SIN-MAPEO
                   END-IF
               END-IF
               IF SE-ENCONTRO-DEDUCCION THEN
                   ADD NOMH-DED-IMPORTE(NOMH-IND) TO TDED-TOTAL(DED-IND)
               END-IF
           END-IF.
           ADD 1 TO NOMH-IND.

       3140-BUSCAR-DEDUCCION.
           IF TDED-CODIGO(DED-IND) = NOMH-DED-CODIGO(NOMH-IND) THEN
               MOVE "S" TO DED-ENCONTRADA
           ELSE
               ADD 1 TO DED-IND
           END-IF.

       3200-REEMPLAZAR-HISTORIA.
           MOVE "00" TO NOMHTMP-STATUS.
           OPEN INPUT NOMHTMP.
           OPEN OUTPUT NOMHIST.
           READ NOMHTMP
               AT END SET FIN-DE-NOMHTMP TO TRUE
           END-READ.
           PERFORM 3210-COPIAR-REGISTRO UNTIL FIN-DE-NOMHTMP.
           CLOSE NOMHTMP.
           CLOSE NOMHIST.

       3210-COPIAR-REGISTRO.
           WRITE REG-NOMHIST FROM REG-NOMHTMP.
           READ NOMHTMP
               AT END SET FIN-DE-NOMHTMP TO TRUE
           END-READ.

      * A paid period is checked against the totals NOMINA left on
      * NOMPER; an abended run has none to check against.
       3300-TOTALES-REVERSION.
           MOVE REV-REGISTROS TO REV-TOT-REGISTROS.
           MOVE REV-BRUTO TO REV-TOT-BRUTO.
           MOVE REV-DEDUC TO REV-TOT-DEDUC.
           MOVE REV-NETO TO REV-TOT-NETO.
           WRITE LINEA-REVERSION FROM REV-TOTAL-REVERTIDO.
           IF PER-PAGADO THEN
               MOVE PER-EMPLEADOS TO REV-CTL-EMPLEADOS
               MOVE PER-BRUTO TO REV-CTL-BRUTO
               MOVE PER-DEDUC TO REV-CTL-DEDUC
               MOVE PER-NETO TO REV-CTL-NETO
               WRITE LINEA-REVERSION FROM REV-TOTAL-CONTROL
               IF REV-REGISTROS NOT = PER-EMPLEADOS
                       OR REV-BRUTO NOT = PER-BRUTO
                       OR REV-DEDUC NOT = PER-DEDUC
                       OR REV-NETO NOT = PER-NETO THEN
                   ADD 1 TO REV-DIFERENCIAS
                   WRITE LINEA-REVERSION FROM REV-AVISO-DIFERENCIA
               END-IF
           ELSE
               WRITE LINEA-REVERSION FROM REV-AVISO-INCOMPLETA
           END-IF.

      * Leave the reversed run paid goes back to unpaid, for the
      * rerun to pay again.
       3400-LIBERAR-LICENCIAS.
           MOVE 0 TO REV-LICENCIAS.
           MOVE "00" TO LICTOM-STATUS.
           MOVE 0 TO LTOM-LEGAJO.
           MOVE 0 TO LTOM-DESDE.
           START LICTOM KEY NOT < LTOM-CLAVE
               INVALID KEY
                   SET FIN-DE-LICTOM TO TRUE
               NOT INVALID KEY
                   READ LICTOM NEXT RECORD
                       AT END SET FIN-DE-LICTOM TO TRUE
                   END-READ
           END-START.
           PERFORM 3410-LIBERAR-LICENCIA UNTIL FIN-DE-LICTOM.
           MOVE REV-LICENCIAS TO REV-LIC-CANTIDAD.
           WRITE LINEA-REVERSION FROM REV-LINEA-LICENCIAS.

       3410-LIBERAR-LICENCIA.
           IF LTOM-PERIODO-PAGO = REV-PERIODO THEN
               MOVE 0 TO LTOM-PERIODO-PAGO
               REWRITE REG-LICTOM
               ADD 1 TO REV-LICENCIAS
           END-IF.
           READ LICTOM NEXT RECORD
               AT END SET FIN-DE-LICTOM TO TRUE
           END-READ.

      *----------------------------------------------------------*
      * Reversing journal batch to ASIENTOS: NOMINA's batch with   *
      * every sign swapped - salary expense (SUEL + department) is *
      * credited back, salaries payable (SPAG) debited with the    *
      * net and each deduction payable (DEDU + concept, or SPAG)   *
      * debited with its total.  An unmapped line is left out and  *
      * listed; the batch is then flagged D and the job ends       *
      * RC=12 so it never reaches the ledger.                      *
      *----------------------------------------------------------*
       3500-GRABAR-ASIENTOS.
           MOVE 0 TO ASI-LINEAS.
           MOVE 0 TO ASI-TOTAL-DEBE.
           MOVE 0 TO ASI-TOTAL-HABER.
           MOVE "NOMREVER" TO ASI-CAB-ORIGEN.
           MOVE REV-FECHA-HOY(1:8) TO ASI-CAB-FECHA.
           MOVE REV-PERIODO TO ASI-CAB-PERIODO.
           WRITE LINEA-ASIENTO FROM ASI-CABECERA.
           MOVE 1 TO DEP-IND.
           PERFORM 3510-ASIENTO-DEPTO UNTIL DEP-IND > DEP-USADOS.
           MOVE "SPAG" TO MAP-CONCEPTO.
           MOVE SPACES TO MAP-CODIGO.
           MOVE SPACES TO ASI-CENTRO.
           MOVE "D" TO ASI-SIGNO.
           MOVE REV-NETO TO ASI-IMPORTE.
           PERFORM 3590-ESCRIBIR-ASIENTO.
           MOVE 1 TO DED-IND.
           PERFORM 3520-ASIENTO-DEDUCCION UNTIL DED-IND > DED-USADOS.
           MOVE "NOMREVER" TO ASI-TRL-ORIGEN.
           MOVE ASI-LINEAS TO ASI-TRL-CANTIDAD.
           MOVE ASI-TOTAL-DEBE TO ASI-TRL-DEBE.
           MOVE ASI-TOTAL-HABER TO ASI-TRL-HABER.
           IF ASI-TOTAL-DEBE = ASI-TOTAL-HABER
                   AND ASI-SIN-CUENTA = 0 THEN
               MOVE "B" TO ASI-TRL-ESTADO
           ELSE
               MOVE "D" TO ASI-TRL-ESTADO
               ADD 1 TO REV-DESCUADRES
               MOVE ASI-TOTAL-DEBE TO REV-ADE-DEBE
               MOVE ASI-TOTAL-HABER TO REV-ADE-HABER
               WRITE LINEA-REVERSION FROM REV-AVISO-DESCUADRE
               DISPLAY "NOMREVERSA: ASIENTO DE REVERSION DESCUADRADO"
           END-IF.
           WRITE LINEA-ASIENTO FROM ASI-TRAILER.
           MOVE ASI-LINEAS TO REV-ASI-LINEAS.
           WRITE LINEA-REVERSION FROM REV-LINEA-ASIENTO.

       3510-ASIENTO-DEPTO.
           MOVE "SUEL" TO MAP-CONCEPTO.
           MOVE DEP-NOMBRE(DEP-IND) TO MAP-CODIGO.
           MOVE DEP-NOMBRE(DEP-IND) TO ASI-CENTRO.
           MOVE "H" TO ASI-SIGNO.
           MOVE DEP-IMPORTE(DEP-IND) TO ASI-IMPORTE.
           PERFORM 3590-ESCRIBIR-ASIENTO.
           ADD 1 TO DEP-IND.

       3520-ASIENTO-DEDUCCION.
           MOVE "DEDU" TO MAP-CONCEPTO.
           MOVE TDED-CODIGO(DED-IND) TO MAP-CODIGO.
           PERFORM 3595-BUSCAR-MAPEO.
           IF NOT MAPEO-HALLADO THEN
               MOVE "SPAG" TO MAP-CONCEPTO
               MOVE SPACES TO MAP-CODIGO
           END-IF.
           MOVE SPACES TO ASI-CENTRO.
           MOVE "D" TO ASI-SIGNO.
           MOVE TDED-TOTAL(DED-IND) TO ASI-IMPORTE.
           PERFORM 3590-ESCRIBIR-ASIENTO.
           ADD 1 TO DED-IND.

      * Zero amounts are not posted.  MAP-CLAVE, ASI-CENTRO,
      * ASI-SIGNO and ASI-IMPORTE are set by the caller.
       3590-ESCRIBIR-ASIENTO.
           IF ASI-IMPORTE NOT = 0 THEN
               PERFORM 3595-BUSCAR-MAPEO
               IF MAPEO-HALLADO THEN
                   MOVE "NOMREVER" TO ASI-DET-ORIGEN
                   MOVE REV-FECHA-HOY(1:8) TO ASI-DET-FECHA
                   MOVE MAP-CUENTA TO ASI-DET-CUENTA
                   MOVE ASI-CENTRO TO ASI-DET-CENTRO
                   MOVE ASI-SIGNO TO ASI-DET-SIGNO
                   MOVE ASI-IMPORTE TO ASI-DET-IMPORTE
                   MOVE MAP-DESCRIPCION TO ASI-DET-DESCRIPCION
                   WRITE LINEA-ASIENTO FROM ASI-DETALLE
                   ADD 1 TO ASI-LINEAS
                   IF ASI-SIGNO = "D" THEN
                       ADD ASI-IMPORTE TO ASI-TOTAL-DEBE
                   ELSE
                       ADD ASI-IMPORTE TO ASI-TOTAL-HABER
                   END-IF
               ELSE
                   ADD 1 TO ASI-SIN-CUENTA
                   MOVE MAP-CLAVE TO REV-ASM-CLAVE
                   MOVE ASI-IMPORTE TO REV-ASM-IMPORTE
                   WRITE LINEA-REVERSION FROM REV-AVISO-SIN-MAPEO
               END-IF
           END-IF.

       3595-BUSCAR-MAPEO.
           MOVE "N" TO SW-MAPEO-HALLADO.
           IF NOT SIN-ARCHIVO-CTAMAP THEN
               READ CTAMAP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SW-MAPEO-HALLADO
               END-READ
           END-IF.

      *----------------------------------------------------------*
      * Close: the paid period is frozen with today's date.       *
      *----------------------------------------------------------*
       4000-CERRAR-PERIODO.
           MOVE "C" TO PER-ESTADO.
           MOVE REV-FECHA-HOY(1:8) TO PER-FECHA-CIERRE.
           REWRITE REG-NOMPER.
           ADD 1 TO REV-CERRADOS.
           MOVE SPACES TO LINEA-REVERSION.
           WRITE LINEA-REVERSION.
           MOVE PER-PERIODO TO REV-CIE-PERIODO.
           MOVE PER-EMPLEADOS TO REV-CIE-EMPLEADOS.
           MOVE PER-NETO TO REV-CIE-NETO.
           WRITE LINEA-REVERSION FROM REV-LINEA-CIERRE.

       9000-FIN.
           CLOSE REVPARM.
           IF NOT SIN-ARCHIVO-NOMPER THEN
               CLOSE NOMPER
           END-IF.
           IF NOT SIN-ARCHIVO-LICTOM THEN
               CLOSE LICTOM
           END-IF.
           IF NOT SIN-ARCHIVO-CTAMAP THEN
               CLOSE CTAMAP
           END-IF.
           CLOSE ASIENTOS.
           CLOSE REVRPT.
           CLOSE REVRECH.
           MOVE REV-REVERTIDOS TO FORMATO-REV.
           DISPLAY "NOMREVERSA: PERIODOS REVERTIDOS: " FORMATO-REV.
           MOVE REV-CERRADOS TO FORMATO-REV.
           DISPLAY "NOMREVERSA: PERIODOS CERRADOS:   " FORMATO-REV.
           MOVE REV-RECHAZADAS TO FORMATO-REV.
           DISPLAY "NOMREVERSA: CARDS RECHAZADAS:    " FORMATO-REV.
           IF REV-DESCUADRES > 0 THEN
               MOVE 12 TO RETURN-CODE
           ELSE IF REV-RECHAZADAS > 0 OR REV-DIFERENCIAS > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           MOVE REV-LEIDAS TO RCT-LEIDOS.
           COMPUTE RCT-GRABADOS = REV-REVERTIDOS + REV-CERRADOS.
           MOVE REV-RECHAZADAS TO RCT-RECHAZADOS.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM NOMREVERSA.

      ******************************************************************
      * Author:A. MATIAS
      * Date:15-10-2026
      * Purpose: Applies collections to the FACTREG invoice register
      *          from COBCARDS cards (invoice number, collection
      *          date, amount).  A payment may be partial: the open
      *          balance comes down by the amount and the invoice is
      *          cancelled when it reaches zero.  A card for an
      *          unknown invoice, an invoice already settled, or an
      *          amount above the open balance is copied to COBRECH
      *          with its reason and the job ends RC=8.
      * Tectonics: FOOOOO
      ******************************************************************
      * Modification history
      * --------------------
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGACOB.
       AUTHOR. A. MATIAS.
       INSTALLATION. COBOLICS.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBCARDS ASSIGN TO "COBCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COBCARDS-STATUS.

           SELECT FACTREG ASSIGN TO "FACTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FREG-NUMERO
               ALTERNATE RECORD KEY IS FREG-REFERENCIA WITH DUPLICATES
               FILE STATUS IS FACTREG-STATUS.

           SELECT COBRECH ASSIGN TO "COBRECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COBRECH-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One card per collection.  The amount carries two implied
      * decimals; the X-redefinitions let the edit pass class-test
      * each field before anything arithmetic touches it.
       FD  COBCARDS
           LABEL RECORDS ARE STANDARD.
       01  REG-COBCARD.
           05  CARD-COB-NUMERO             PIC 9(08).
           05  CARD-COB-NUMERO-X REDEFINES CARD-COB-NUMERO
                                           PIC X(08).
           05  CARD-COB-FECHA.
               10  CARD-COB-ANIO           PIC 9(04).
               10  CARD-COB-MES            PIC 9(02).
               10  CARD-COB-DIA            PIC 9(02).
           05  CARD-COB-FECHA-X REDEFINES CARD-COB-FECHA
                                           PIC X(08).
           05  CARD-COB-IMPORTE            PIC 9(13)V9(02).
           05  CARD-COB-IMPORTE-X REDEFINES CARD-COB-IMPORTE
                                           PIC X(15).

      * Same invoice register record FACTURAS writes.
       FD  FACTREG
           LABEL RECORDS ARE STANDARD.
       01  REG-FACTREG.
           05  FREG-NUMERO                 PIC 9(08).
           05  FREG-REFERENCIA             PIC X(10).
           05  FREG-TIPO                   PIC X(12).
           05  FREG-FECHA                  PIC 9(08).
           05  FREG-IMPORTE                PIC 9(13)V9(02).
           05  FREG-SALDO                  PIC 9(13)V9(02).
           05  FREG-FECHA-ULT-COBRO        PIC 9(08).
           05  FREG-ESTADO                 PIC X(01).
               88  FREG-PENDIENTE          VALUE "P".
               88  FREG-CANCELADA          VALUE "C".

       FD  COBRECH
           LABEL RECORDS ARE STANDARD.
       01  LINEA-COB-RECHAZO               PIC X(70).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "CARGACOB".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 COBCARDS-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-COBCARDS VALUE "10".
       77 FACTREG-STATUS PIC X(02) VALUE "00".
       77 COBRECH-STATUS PIC X(02) VALUE "00".
       77 SW-COB-VALIDA PIC X(01) VALUE "S".
           88 COB-ES-VALIDA VALUE "S".
       77 COB-MOTIVO PIC X(30) VALUE SPACES.
       77 COB-LEIDAS PIC 9(05) COMP VALUE 0.
       77 COB-PARCIALES PIC 9(05) COMP VALUE 0.
       77 COB-CANCELADAS PIC 9(05) COMP VALUE 0.
       77 COB-RECHAZADAS PIC 9(05) COMP VALUE 0.
       77 COB-TOTAL-COBRADO PIC S9(15)V9(02) VALUE 0.
       77 FORMATO-COB PIC ZZZZ9.
       77 FORMATO-COB-IMPORTE PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 REG-COB-RECHAZO.
           05 COB-RECH-CARD PIC X(31).
           05 FILLER PIC X(03) VALUE " | ".
           05 COB-RECH-MOTIVO PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CARGAR-CARD UNTIL FIN-DE-COBCARDS.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           OPEN INPUT COBCARDS.
           IF COBCARDS-STATUS = "35" THEN
               DISPLAY "CARGACOB: NO EXISTEN CARDS COBCARDS"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN I-O FACTREG.
           IF FACTREG-STATUS = "35" THEN
               DISPLAY "CARGACOB: NO EXISTE EL REGISTRO FACTREG"
               CLOSE COBCARDS
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN OUTPUT COBRECH.
           READ COBCARDS
               AT END SET FIN-DE-COBCARDS TO TRUE
           END-READ.

       2000-CARGAR-CARD.
           ADD 1 TO COB-LEIDAS.
           PERFORM 2010-VALIDAR-CARD.
           IF COB-ES-VALIDA THEN
               SUBTRACT CARD-COB-IMPORTE FROM FREG-SALDO
               MOVE CARD-COB-FECHA TO FREG-FECHA-ULT-COBRO
               IF FREG-SALDO = 0 THEN
                   MOVE "C" TO FREG-ESTADO
                   ADD 1 TO COB-CANCELADAS
               ELSE
                   ADD 1 TO COB-PARCIALES
               END-IF
               REWRITE REG-FACTREG
               ADD CARD-COB-IMPORTE TO COB-TOTAL-COBRADO
           ELSE
               ADD 1 TO COB-RECHAZADAS
               PERFORM 2900-RECHAZAR-CARD
           END-IF.
           READ COBCARDS
               AT END SET FIN-DE-COBCARDS TO TRUE
           END-READ.

       2010-VALIDAR-CARD.
           MOVE "S" TO SW-COB-VALIDA.
           MOVE SPACES TO COB-MOTIVO.
           IF CARD-COB-NUMERO-X NOT NUMERIC THEN
               MOVE "N" TO SW-COB-VALIDA
               MOVE "FACTURA NO NUMERICA" TO COB-MOTIVO
           ELSE IF CARD-COB-FECHA-X NOT NUMERIC THEN
               MOVE "N" TO SW-COB-VALIDA
               MOVE "FECHA NO NUMERICA" TO COB-MOTIVO
           ELSE IF CARD-COB-MES < 1 OR CARD-COB-MES > 12
                   OR CARD-COB-DIA < 1 OR CARD-COB-DIA > 31 THEN
               MOVE "N" TO SW-COB-VALIDA
               MOVE "FECHA INVALIDA" TO COB-MOTIVO
           ELSE IF CARD-COB-IMPORTE-X NOT NUMERIC THEN
               MOVE "N" TO SW-COB-VALIDA
               MOVE "IMPORTE NO NUMERICO" TO COB-MOTIVO
           ELSE IF CARD-COB-IMPORTE = 0 THEN
               MOVE "N" TO SW-COB-VALIDA
               MOVE "IMPORTE CERO" TO COB-MOTIVO
           ELSE
               PERFORM 2020-VALIDAR-FACTURA
           END-IF.

       2020-VALIDAR-FACTURA.
           MOVE CARD-COB-NUMERO TO FREG-NUMERO.
           READ FACTREG
               INVALID KEY
                   MOVE "N" TO SW-COB-VALIDA
                   MOVE "FACTURA INEXISTENTE" TO COB-MOTIVO
           END-READ.
           IF COB-ES-VALIDA THEN
               IF FREG-CANCELADA OR FREG-SALDO = 0 THEN
                   MOVE "N" TO SW-COB-VALIDA
                   MOVE "FACTURA YA CANCELADA" TO COB-MOTIVO
               ELSE IF CARD-COB-IMPORTE > FREG-SALDO THEN
                   MOVE "N" TO SW-COB-VALIDA
                   MOVE "IMPORTE SUPERA EL SALDO" TO COB-MOTIVO
               END-IF
           END-IF.

       2900-RECHAZAR-CARD.
           MOVE REG-COBCARD TO COB-RECH-CARD.
           MOVE COB-MOTIVO TO COB-RECH-MOTIVO.
           WRITE LINEA-COB-RECHAZO FROM REG-COB-RECHAZO.

       9000-FIN.
           CLOSE COBCARDS.
           CLOSE FACTREG.
           CLOSE COBRECH.
           MOVE COB-PARCIALES TO FORMATO-COB.
           DISPLAY "CARGACOB: COBROS PARCIALES:   " FORMATO-COB.
           MOVE COB-CANCELADAS TO FORMATO-COB.
           DISPLAY "CARGACOB: FACTURAS CANCELADAS:" FORMATO-COB.
           MOVE COB-RECHAZADAS TO FORMATO-COB.
           DISPLAY "CARGACOB: CARDS RECHAZADAS:   " FORMATO-COB.
           MOVE COB-TOTAL-COBRADO TO FORMATO-COB-IMPORTE.
           DISPLAY "CARGACOB: TOTAL COBRADO:      " FORMATO-COB-IMPORTE.
           IF COB-RECHAZADAS > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           MOVE COB-LEIDAS TO RCT-LEIDOS.
           COMPUTE RCT-GRABADOS = COB-PARCIALES + COB-CANCELADAS.
           MOVE COB-RECHAZADAS TO RCT-RECHAZADOS.
           MOVE "COBRADO" TO RCT-TOTAL-DESC.
           MOVE COB-TOTAL-COBRADO TO RCT-TOTAL-CONTROL.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM CARGACOB.

      ******************************************************************
      * Author:A. MATIAS
      * Date:15-10-2026
      * Purpose: Monthly aged-balance report over the FACTREG invoice
      *          register.  Every invoice with an open balance is
      *          listed on SALDRPT with its age in days at the cut-off
      *          date and the balance in its bucket - current (up to
      *          30 days), 30, 60 and 90+ days - closed by the bucket
      *          totals, so collections chase the oldest debt first.
      *          The cut-off date comes from the SALPARM card
      *          (AAAAMMDD); with no card the run date is used.
      * Tectonics: FOOOOO
      ******************************************************************
      * Modification history
      * --------------------
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALDOSFACT.
       AUTHOR. A. MATIAS.
       INSTALLATION. COBOLICS.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALPARM ASSIGN TO "SALPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALPARM-STATUS.

           SELECT FACTREG ASSIGN TO "FACTREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FREG-NUMERO
               ALTERNATE RECORD KEY IS FREG-REFERENCIA WITH DUPLICATES
               FILE STATUS IS FACTREG-STATUS.

           SELECT SALDRPT ASSIGN TO "SALDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALDRPT-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALPARM
           LABEL RECORDS ARE STANDARD.
       01  REG-SALPARM.
           05  SAL-PARM-FECHA.
               10  SAL-PARM-ANIO           PIC 9(04).
               10  SAL-PARM-MES            PIC 9(02).
               10  SAL-PARM-DIA            PIC 9(02).
           05  SAL-PARM-FECHA-X REDEFINES SAL-PARM-FECHA
                                           PIC X(08).

      * Same invoice register record FACTURAS writes.
       FD  FACTREG
           LABEL RECORDS ARE STANDARD.
       01  REG-FACTREG.
           05  FREG-NUMERO                 PIC 9(08).
           05  FREG-REFERENCIA             PIC X(10).
           05  FREG-TIPO                   PIC X(12).
           05  FREG-FECHA                  PIC 9(08).
           05  FREG-IMPORTE                PIC 9(13)V9(02).
           05  FREG-SALDO                  PIC 9(13)V9(02).
           05  FREG-FECHA-ULT-COBRO        PIC 9(08).
           05  FREG-ESTADO                 PIC X(01).
               88  FREG-PENDIENTE          VALUE "P".
               88  FREG-CANCELADA          VALUE "C".

       FD  SALDRPT
           LABEL RECORDS ARE STANDARD.
       01  LINEA-SALDOS                    PIC X(132).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "SALDOSFACT".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 SALPARM-STATUS PIC X(02) VALUE "00".
       77 FACTREG-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-FACTREG VALUE "10".
       77 SALDRPT-STATUS PIC X(02) VALUE "00".
       77 SAL-FECHA-HOY PIC X(21) VALUE SPACES.
       77 SAL-FECHA-CORTE PIC 9(08) VALUE 0.
       77 SAL-DIAS PIC S9(07) COMP VALUE 0.
       77 SAL-BUCKET PIC 9(01) COMP VALUE 0.
       77 SAL-IND PIC 9(01) COMP VALUE 0.
       77 SAL-ABIERTAS PIC 9(07) COMP VALUE 0.
       77 SAL-TOTAL PIC S9(15)V9(02) VALUE 0.
       77 FORMATO-SAL PIC ZZZZ9.

      * Bucket totals: 1 current, 2 30 days, 3 60 days, 4 90+.
       01 TABLA-ANTIGUEDAD.
           05 SAL-TRAMO OCCURS 4 TIMES.
               10 SAL-TRAMO-CANTIDAD PIC 9(07) COMP.
               10 SAL-TRAMO-IMPORTE PIC S9(15)V9(02).

       01 SAL-ENCABEZADO.
           05 FILLER PIC X(30) VALUE "SALDOS POR ANTIGUEDAD         ".
           05 FILLER PIC X(07) VALUE "FECHA: ".
           05 SAL-ENC-FECHA PIC X(08).
           05 FILLER PIC X(10) VALUE "  CORTE: ".
           05 SAL-ENC-CORTE PIC 9(08).
       01 SAL-COLUMNAS.
           05 FILLER PIC X(20) VALUE "FACTURA   REFERENCIA".
           05 FILLER PIC X(17) VALUE "  FECHA      DIAS".
           05 FILLER PIC X(21) VALUE "            CORRIENTE".
           05 FILLER PIC X(21) VALUE "              30 DIAS".
           05 FILLER PIC X(21) VALUE "              60 DIAS".
           05 FILLER PIC X(21) VALUE "             90+ DIAS".
       01 SAL-DETALLE.
           05 SAL-DET-NUMERO PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 SAL-DET-REFERENCIA PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 SAL-DET-FECHA PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 SAL-DET-DIAS PIC ZZZZ9.
           05 SAL-DET-COLUMNA OCCURS 4 TIMES.
               10 FILLER PIC X(02).
               10 SAL-DET-IMPORTE PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 SAL-TOTALES.
           05 FILLER PIC X(18) VALUE "TOTAL FACTURAS:   ".
           05 SAL-TOT-CANTIDAD PIC ZZZ,ZZ9.
           05 FILLER PIC X(12) VALUE SPACES.
           05 SAL-TOT-COLUMNA OCCURS 4 TIMES.
               10 FILLER PIC X(02).
               10 SAL-TOT-IMPORTE PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 SAL-TOTAL-GENERAL.
           05 FILLER PIC X(25) VALUE "TOTAL ADEUDADO:          ".
           05 SAL-TG-IMPORTE PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESAR-FACTURA UNTIL FIN-DE-FACTREG.
           PERFORM 3000-TOTALES.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO SAL-FECHA-HOY.
           MOVE SAL-FECHA-HOY(1:8) TO SAL-FECHA-CORTE.
           PERFORM 1100-LEER-CORTE.
           OPEN INPUT FACTREG.
           IF FACTREG-STATUS = "35" THEN
               DISPLAY "SALDOSFACT: NO EXISTE EL REGISTRO FACTREG"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN OUTPUT SALDRPT.
           MOVE SAL-FECHA-HOY(1:8) TO SAL-ENC-FECHA.
           MOVE SAL-FECHA-CORTE TO SAL-ENC-CORTE.
           WRITE LINEA-SALDOS FROM SAL-ENCABEZADO.
           MOVE SPACES TO LINEA-SALDOS.
           WRITE LINEA-SALDOS.
           WRITE LINEA-SALDOS FROM SAL-COLUMNAS.
           MOVE 1 TO SAL-IND.
           PERFORM 1200-LIMPIAR-TRAMO UNTIL SAL-IND > 4.
           READ FACTREG NEXT RECORD
               AT END SET FIN-DE-FACTREG TO TRUE
           END-READ.

      * No SALPARM card (or a blank one) means the run date.
       1100-LEER-CORTE.
           OPEN INPUT SALPARM.
           IF SALPARM-STATUS NOT = "35" THEN
               READ SALPARM
                   AT END MOVE SPACES TO REG-SALPARM
               END-READ
               IF SAL-PARM-FECHA-X NOT = SPACES THEN
                   IF SAL-PARM-FECHA-X NOT NUMERIC
                           OR SAL-PARM-MES < 1 OR SAL-PARM-MES > 12
                           OR SAL-PARM-DIA < 1
                           OR SAL-PARM-DIA > 31 THEN
                       DISPLAY "SALDOSFACT: FECHA DE CORTE INVALIDA "
                           SAL-PARM-FECHA-X
                       CLOSE SALPARM
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9810-CONTROL-FIN
                       STOP RUN
                   END-IF
                   MOVE SAL-PARM-FECHA TO SAL-FECHA-CORTE
               END-IF
               CLOSE SALPARM
           END-IF.

       1200-LIMPIAR-TRAMO.
           MOVE 0 TO SAL-TRAMO-CANTIDAD(SAL-IND).
           MOVE 0 TO SAL-TRAMO-IMPORTE(SAL-IND).
           ADD 1 TO SAL-IND.

      * Only invoices still owing, issued up to the cut-off, are
      * aged; a settled one has nothing left to chase.
       2000-PROCESAR-FACTURA.
           IF FREG-SALDO > 0 AND FREG-FECHA NOT > SAL-FECHA-CORTE THEN
               COMPUTE SAL-DIAS =
                       FUNCTION INTEGER-OF-DATE(SAL-FECHA-CORTE) -
                       FUNCTION INTEGER-OF-DATE(FREG-FECHA)
               EVALUATE TRUE
                   WHEN SAL-DIAS NOT > 30
                       MOVE 1 TO SAL-BUCKET
                   WHEN SAL-DIAS NOT > 60
                       MOVE 2 TO SAL-BUCKET
                   WHEN SAL-DIAS NOT > 90
                       MOVE 3 TO SAL-BUCKET
                   WHEN OTHER
                       MOVE 4 TO SAL-BUCKET
               END-EVALUATE
               MOVE FREG-NUMERO TO SAL-DET-NUMERO
               MOVE FREG-REFERENCIA TO SAL-DET-REFERENCIA
               MOVE FREG-FECHA TO SAL-DET-FECHA
               MOVE SAL-DIAS TO SAL-DET-DIAS
               MOVE 1 TO SAL-IND
               PERFORM 2100-LIMPIAR-COLUMNA UNTIL SAL-IND > 4
               MOVE FREG-SALDO TO SAL-DET-IMPORTE(SAL-BUCKET)
               WRITE LINEA-SALDOS FROM SAL-DETALLE
               ADD 1 TO SAL-ABIERTAS
               ADD 1 TO SAL-TRAMO-CANTIDAD(SAL-BUCKET)
               ADD FREG-SALDO TO SAL-TRAMO-IMPORTE(SAL-BUCKET)
               ADD FREG-SALDO TO SAL-TOTAL
           END-IF.
           READ FACTREG NEXT RECORD
               AT END SET FIN-DE-FACTREG TO TRUE
           END-READ.

       2100-LIMPIAR-COLUMNA.
           MOVE SPACES TO SAL-DET-COLUMNA(SAL-IND).
           ADD 1 TO SAL-IND.

       3000-TOTALES.
           MOVE SPACES TO LINEA-SALDOS.
           WRITE LINEA-SALDOS.
           MOVE SAL-ABIERTAS TO SAL-TOT-CANTIDAD.
           MOVE 1 TO SAL-IND.
           PERFORM 3100-TOTAL-TRAMO UNTIL SAL-IND > 4.
           WRITE LINEA-SALDOS FROM SAL-TOTALES.
           MOVE SAL-TOTAL TO SAL-TG-IMPORTE.
           WRITE LINEA-SALDOS FROM SAL-TOTAL-GENERAL.

       3100-TOTAL-TRAMO.
           MOVE SPACES TO SAL-TOT-COLUMNA(SAL-IND).
           MOVE SAL-TRAMO-IMPORTE(SAL-IND) TO SAL-TOT-IMPORTE(SAL-IND).
           ADD 1 TO SAL-IND.

       9000-FIN.
           CLOSE FACTREG.
           CLOSE SALDRPT.
           MOVE SAL-ABIERTAS TO FORMATO-SAL.
           DISPLAY "SALDOSFACT: FACTURAS CON SALDO:" FORMATO-SAL.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           MOVE SAL-ABIERTAS TO RCT-GRABADOS.
           MOVE "SALDO" TO RCT-TOTAL-DESC.
           MOVE SAL-TOTAL TO RCT-TOTAL-CONTROL.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM SALDOSFACT.

      ******************************************************************
      * Author:A. MATIAS
      * Date:15-10-2026
      * Purpose: Maintains the CTAMAP ledger account mapping table
      *          from MAPCARDS cards (concept, code, account,
      *          description), keyed by concept plus code.  The
      *          concepts NOMINA and FACTURAS post with:
      *           - SUEL + department code: salary expense;
      *           - SPAG (no code): net salaries payable;
      *           - DEDU + deduction code: that deduction's payable
      *             (SPAG is used when a concept has none);
      *           - CXC  (no code): receivables;
      *           - VENT + shape type: revenue.
      *          Reloading a key replaces its account, so a chart of
      *          accounts change is a card, not a recompile.  Bad
      *          cards go to MAPRECH with their reason and the job
      *          ends RC=8.
      * Tectonics: FOOOOO
      ******************************************************************
      * Modification history
      * --------------------
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAMAP.
       AUTHOR. A. MATIAS.
       INSTALLATION. COBOLICS.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAPCARDS ASSIGN TO "MAPCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAPCARDS-STATUS.

           SELECT CTAMAP ASSIGN TO "CTAMAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAP-CLAVE
               FILE STATUS IS CTAMAP-STATUS.

           SELECT MAPRECH ASSIGN TO "MAPRECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAPRECH-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAPCARDS
           LABEL RECORDS ARE STANDARD.
       01  REG-MAPCARD.
           05  CARD-MAP-CONCEPTO           PIC X(04).
               88  CARD-MAP-CON-CODIGO     VALUE "SUEL" "DEDU" "VENT".
               88  CARD-MAP-SIN-CODIGO     VALUE "SPAG" "CXC ".
           05  CARD-MAP-CODIGO             PIC X(12).
           05  CARD-MAP-CUENTA             PIC X(10).
           05  CARD-MAP-DESCRIPCION        PIC X(30).

       FD  CTAMAP
           LABEL RECORDS ARE STANDARD.
       01  REG-CTAMAP.
           05  MAP-CLAVE.
               10  MAP-CONCEPTO            PIC X(04).
               10  MAP-CODIGO              PIC X(12).
           05  MAP-CUENTA                  PIC X(10).
           05  MAP-DESCRIPCION             PIC X(30).

       FD  MAPRECH
           LABEL RECORDS ARE STANDARD.
       01  LINEA-MAP-RECHAZO               PIC X(90).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "CARGAMAP".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 MAPCARDS-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-MAPCARDS VALUE "10".
       77 CTAMAP-STATUS PIC X(02) VALUE "00".
       77 MAPRECH-STATUS PIC X(02) VALUE "00".
       77 SW-MAP-VALIDA PIC X(01) VALUE "S".
           88 MAP-ES-VALIDA VALUE "S".
       77 MAP-MOTIVO PIC X(30) VALUE SPACES.
       77 MAP-LEIDAS PIC 9(05) COMP VALUE 0.
       77 MAP-ALTAS PIC 9(05) COMP VALUE 0.
       77 MAP-REEMPLAZOS PIC 9(05) COMP VALUE 0.
       77 MAP-RECHAZADAS PIC 9(05) COMP VALUE 0.
       77 FORMATO-MAP PIC ZZZZ9.
       01 REG-MAP-RECHAZO.
           05 MAP-RECH-CARD PIC X(56).
           05 FILLER PIC X(03) VALUE " | ".
           05 MAP-RECH-MOTIVO PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CARGAR-CARD UNTIL FIN-DE-MAPCARDS.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           OPEN INPUT MAPCARDS.
           IF MAPCARDS-STATUS = "35" THEN
               DISPLAY "CARGAMAP: NO EXISTEN CARDS MAPCARDS"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN OUTPUT MAPRECH.
           OPEN I-O CTAMAP.
           IF CTAMAP-STATUS = "35" THEN
               CLOSE CTAMAP
               OPEN OUTPUT CTAMAP
               CLOSE CTAMAP
               OPEN I-O CTAMAP
           END-IF.
           READ MAPCARDS
               AT END SET FIN-DE-MAPCARDS TO TRUE
           END-READ.

       2000-CARGAR-CARD.
           ADD 1 TO MAP-LEIDAS.
           PERFORM 2010-VALIDAR-CARD.
           IF MAP-ES-VALIDA THEN
               MOVE CARD-MAP-CONCEPTO TO MAP-CONCEPTO
               MOVE CARD-MAP-CODIGO TO MAP-CODIGO
               MOVE CARD-MAP-CUENTA TO MAP-CUENTA
               MOVE CARD-MAP-DESCRIPCION TO MAP-DESCRIPCION
               WRITE REG-CTAMAP
                   INVALID KEY
                       REWRITE REG-CTAMAP
                       ADD 1 TO MAP-REEMPLAZOS
                   NOT INVALID KEY
                       ADD 1 TO MAP-ALTAS
               END-WRITE
           ELSE
               ADD 1 TO MAP-RECHAZADAS
               PERFORM 2900-RECHAZAR-CARD
           END-IF.
           READ MAPCARDS
               AT END SET FIN-DE-MAPCARDS TO TRUE
           END-READ.

       2010-VALIDAR-CARD.
           MOVE "S" TO SW-MAP-VALIDA.
           MOVE SPACES TO MAP-MOTIVO.
           IF NOT CARD-MAP-CON-CODIGO AND NOT CARD-MAP-SIN-CODIGO THEN
               MOVE "N" TO SW-MAP-VALIDA
               MOVE "CONCEPTO DESCONOCIDO" TO MAP-MOTIVO
           ELSE IF CARD-MAP-CON-CODIGO
                   AND CARD-MAP-CODIGO = SPACES THEN
               MOVE "N" TO SW-MAP-VALIDA
               MOVE "CODIGO EN BLANCO" TO MAP-MOTIVO
           ELSE IF CARD-MAP-SIN-CODIGO
                   AND CARD-MAP-CODIGO NOT = SPACES THEN
               MOVE "N" TO SW-MAP-VALIDA
               MOVE "CONCEPTO SIN CODIGO" TO MAP-MOTIVO
           ELSE IF CARD-MAP-CUENTA = SPACES THEN
               MOVE "N" TO SW-MAP-VALIDA
               MOVE "CUENTA EN BLANCO" TO MAP-MOTIVO
           END-IF.

       2900-RECHAZAR-CARD.
           MOVE REG-MAPCARD TO MAP-RECH-CARD.
           MOVE MAP-MOTIVO TO MAP-RECH-MOTIVO.
           WRITE LINEA-MAP-RECHAZO FROM REG-MAP-RECHAZO.

       9000-FIN.
           CLOSE MAPCARDS.
           CLOSE CTAMAP.
           CLOSE MAPRECH.
           MOVE MAP-ALTAS TO FORMATO-MAP.
           DISPLAY "CARGAMAP: CUENTAS NUEVAS:      " FORMATO-MAP.
           MOVE MAP-REEMPLAZOS TO FORMATO-MAP.
           DISPLAY "CARGAMAP: CUENTAS REEMPLAZADAS:" FORMATO-MAP.
           MOVE MAP-RECHAZADAS TO FORMATO-MAP.
           DISPLAY "CARGAMAP: CARDS RECHAZADAS:    " FORMATO-MAP.
           IF MAP-RECHAZADAS > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           MOVE MAP-LEIDAS TO RCT-LEIDOS.
           COMPUTE RCT-GRABADOS = MAP-ALTAS + MAP-REEMPLAZOS.
           MOVE MAP-RECHAZADAS TO RCT-RECHAZADOS.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM CARGAMAP.

      ******************************************************************
      * Author:A. MATIAS
      * Date:15-10-2026
      * Purpose: Bulk load of field parcel surveys into SHAPES from
      *          PARCARDS cards (reference, number of sides, up to
      *          20 side lengths), under the same rules PERIMETRO
      *          applies on the geometric menu: the reference may not
      *          be blank nor already on SHAPES, a survey needs at
      *          least 3 sides, area and apothem are worked out on
      *          the regular-polygon basis over the mean side and the
      *          shape is typed by its number of sides.  Good surveys
      *          are stored unbilled; bad cards go to PARRECH with
      *          their reason and the job ends RC=8.  PARCRPT closes
      *          the load with a summary by shape type.
      * Tectonics: FOOOOO
      ******************************************************************
      * Modification history
      * --------------------
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAPARC.
       AUTHOR. A. MATIAS.
       INSTALLATION. COBOLICS.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCARDS ASSIGN TO "PARCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARCARDS-STATUS.

           SELECT SHAPES-FILE ASSIGN TO "SHAPES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FORMA-REFERENCIA
               FILE STATUS IS SHAPES-STATUS.

           SELECT PARRECH ASSIGN TO "PARRECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARRECH-STATUS.

           SELECT PARCRPT ASSIGN TO "PARCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARCRPT-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One survey per card: the sides past CARD-PAR-LADOS are
      * left blank.
       FD  PARCARDS
           LABEL RECORDS ARE STANDARD.
       01  REG-PARCARD.
           05  CARD-PAR-REFERENCIA         PIC X(10).
           05  CARD-PAR-LADOS              PIC 9(02).
           05  CARD-PAR-LADOS-X REDEFINES CARD-PAR-LADOS
                                           PIC X(02).
           05  CARD-PAR-MEDIDA OCCURS 20 TIMES.
               10  CARD-PAR-LADO           PIC 9(07)V9(02).
               10  CARD-PAR-LADO-X REDEFINES CARD-PAR-LADO
                                           PIC X(09).

      * Same parcel record PERIMETRO writes.
       FD  SHAPES-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-FORMA.
           05  FORMA-REFERENCIA            PIC X(10).
           05  FORMA-LADOS                 PIC 9(05).
           05  FORMA-LADO                  PIC 9(07)V9(02).
           05  FORMA-PERIMETRO             PIC 9(09)V9(02).
           05  FORMA-AREA                  PIC 9(11)V9(02).
           05  FORMA-TIPO                  PIC X(12).
           05  FORMA-FECHA                 PIC 9(08).
           05  FORMA-FACTURADA             PIC X(01).
               88  FORMA-YA-FACTURADA      VALUE "S".

       FD  PARRECH
           LABEL RECORDS ARE STANDARD.
       01  LINEA-PAR-RECHAZO               PIC X(225).

       FD  PARCRPT
           LABEL RECORDS ARE STANDARD.
       01  LINEA-PARCELAS                  PIC X(80).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "CARGAPARC".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 PARCARDS-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-PARCARDS VALUE "10".
       77 SHAPES-STATUS PIC X(02) VALUE "00".
       77 PARRECH-STATUS PIC X(02) VALUE "00".
       77 PARCRPT-STATUS PIC X(02) VALUE "00".
       77 SW-PAR-VALIDA PIC X(01) VALUE "S".
           88 PAR-ES-VALIDA VALUE "S".
       77 PAR-MOTIVO PIC X(30) VALUE SPACES.
       77 PAR-FECHA-HOY PIC X(21) VALUE SPACES.
       77 PAR-LEIDAS PIC 9(05) COMP VALUE 0.
       77 PAR-ALTAS PIC 9(05) COMP VALUE 0.
       77 PAR-RECHAZADAS PIC 9(05) COMP VALUE 0.
       77 FORMATO-PAR PIC ZZZZ9.

      * Geometry work fields, as PERIMETRO has them.
       77 LADOS-POLIGONO PIC 9(5) COMP VALUE 0.
       77 CONT-LADOS PIC 9(5) COMP VALUE 0.
       77 PERIMETRO-POLIGONO PIC S9(9)V9(2) VALUE 0.
       77 LADO-MEDIO PIC S9(7)V9(4) VALUE 0.
       77 APOTEMA PIC S9(9)V9(4) VALUE 0.
       77 AREA-POLIGONO PIC S9(11)V9(2) VALUE 0.
       77 PI-CONSTANTE PIC 9V9(14) VALUE 3.14159265358979.
       77 TIPO-FORMA PIC X(12) VALUE SPACES.

      * Per-type roll-up for the closing summary, as VISUALIZAR
      * keeps it.
       77 TIP-USADOS PIC 9(03) COMP VALUE 0.
       77 TIP-IND PIC 9(03) COMP VALUE 0.
       77 TIP-ENCONTRADO PIC X(01) VALUE "N".
           88 SE-ENCONTRO-TIPO VALUE "S".
       77 TIP-AREA-TOTAL PIC S9(13)V9(02) VALUE 0.
       01 TABLA-TIPOS.
           05 TIP-ENTRADA OCCURS 20 TIMES.
               10 TIP-NOMBRE PIC X(12).
               10 TIP-CANTIDAD PIC 9(09) COMP.
               10 TIP-AREA PIC S9(13)V9(02).

       01 REG-PAR-RECHAZO.
           05 PAR-RECH-CARD PIC X(192).
           05 FILLER PIC X(03) VALUE " | ".
           05 PAR-RECH-MOTIVO PIC X(30).

       01 PAR-ENCABEZADO.
           05 FILLER PIC X(30) VALUE "CARGA DE PARCELAS             ".
           05 FILLER PIC X(07) VALUE "FECHA: ".
           05 PAR-ENC-FECHA PIC X(08).
       01 PAR-COLUMNAS.
           05 FILLER PIC X(21) VALUE "TIPO            CANT.".
           05 FILLER PIC X(23) VALUE "                   AREA".
       01 PAR-LINEA-TIPO.
           05 PAR-LT-NOMBRE PIC X(12).
           05 FILLER PIC X(02) VALUE SPACES.
           05 PAR-LT-CANTIDAD PIC ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 PAR-LT-AREA PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 PAR-LINEA-CONTEO.
           05 PAR-LC-TEXTO PIC X(22).
           05 PAR-LC-CANTIDAD PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CARGAR-CARD UNTIL FIN-DE-PARCARDS.
           PERFORM 3000-RESUMEN.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO PAR-FECHA-HOY.
           OPEN INPUT PARCARDS.
           IF PARCARDS-STATUS = "35" THEN
               DISPLAY "CARGAPARC: NO EXISTEN CARDS PARCARDS"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN OUTPUT PARRECH.
           OPEN OUTPUT PARCRPT.
           OPEN I-O SHAPES-FILE.
           IF SHAPES-STATUS = "35" THEN
               CLOSE SHAPES-FILE
               OPEN OUTPUT SHAPES-FILE
               CLOSE SHAPES-FILE
               OPEN I-O SHAPES-FILE
           END-IF.
           READ PARCARDS
               AT END SET FIN-DE-PARCARDS TO TRUE
           END-READ.

       2000-CARGAR-CARD.
           ADD 1 TO PAR-LEIDAS.
           PERFORM 2010-VALIDAR-CARD.
           IF PAR-ES-VALIDA THEN
               PERFORM 2100-CALCULAR-GEOMETRIA
           END-IF.
           IF PAR-ES-VALIDA THEN
               PERFORM 2200-CLASIFICAR-FORMA
               PERFORM 2300-ALMACENAR-FORMA
           END-IF.
           IF NOT PAR-ES-VALIDA THEN
               ADD 1 TO PAR-RECHAZADAS
               PERFORM 2900-RECHAZAR-CARD
           END-IF.
           READ PARCARDS
               AT END SET FIN-DE-PARCARDS TO TRUE
           END-READ.

      * The duplicate check reads SHAPES by the reference exactly as
      * VALIDAR-REFERENCIA-NUEVA does online; a reference repeated
      * further down the same deck is caught there too, since the
      * first one is already written by then.
       2010-VALIDAR-CARD.
           MOVE "S" TO SW-PAR-VALIDA.
           MOVE SPACES TO PAR-MOTIVO.
           IF CARD-PAR-REFERENCIA = SPACES THEN
               MOVE "N" TO SW-PAR-VALIDA
               MOVE "REFERENCIA EN BLANCO" TO PAR-MOTIVO
           ELSE IF CARD-PAR-LADOS-X NOT NUMERIC THEN
               MOVE "N" TO SW-PAR-VALIDA
               MOVE "CANTIDAD DE LADOS NO NUMERICA" TO PAR-MOTIVO
           ELSE IF CARD-PAR-LADOS < 3 THEN
               MOVE "N" TO SW-PAR-VALIDA
               MOVE "MENOS DE 3 LADOS" TO PAR-MOTIVO
           ELSE IF CARD-PAR-LADOS > 20 THEN
               MOVE "N" TO SW-PAR-VALIDA
               MOVE "MAS DE 20 LADOS" TO PAR-MOTIVO
           END-IF.
           IF PAR-ES-VALIDA THEN
               MOVE CARD-PAR-LADOS TO LADOS-POLIGONO
               MOVE 0 TO PERIMETRO-POLIGONO
               MOVE 1 TO CONT-LADOS
               PERFORM 2020-VALIDAR-LADO
                   UNTIL CONT-LADOS > LADOS-POLIGONO
                      OR NOT PAR-ES-VALIDA
           END-IF.
           IF PAR-ES-VALIDA THEN
               MOVE CARD-PAR-REFERENCIA TO FORMA-REFERENCIA
               READ SHAPES-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO SW-PAR-VALIDA
                       MOVE "REFERENCIA YA EXISTE EN SHAPES"
                           TO PAR-MOTIVO
               END-READ
           END-IF.

       2020-VALIDAR-LADO.
           IF CARD-PAR-LADO-X(CONT-LADOS) NOT NUMERIC THEN
               MOVE "N" TO SW-PAR-VALIDA
               MOVE "LADO NO NUMERICO" TO PAR-MOTIVO
           ELSE IF CARD-PAR-LADO(CONT-LADOS) = 0 THEN
               MOVE "N" TO SW-PAR-VALIDA
               MOVE "LADO EN CERO" TO PAR-MOTIVO
           ELSE
               ADD CARD-PAR-LADO(CONT-LADOS) TO PERIMETRO-POLIGONO
           END-IF.
           ADD 1 TO CONT-LADOS.

      * Same formulas as CALCULAR-GEOMETRIA in CALCULO-MUCHOS; a
      * survey whose area does not fit SHAPES is refused rather
      * than stored truncated.
       2100-CALCULAR-GEOMETRIA.
           COMPUTE LADO-MEDIO = PERIMETRO-POLIGONO / LADOS-POLIGONO.
           COMPUTE APOTEMA = LADO-MEDIO /
               (2 * FUNCTION TAN(PI-CONSTANTE / LADOS-POLIGONO))
               ON SIZE ERROR
                   MOVE "N" TO SW-PAR-VALIDA
                   MOVE "APOTEMA FUERA DE RANGO" TO PAR-MOTIVO
           END-COMPUTE.
           IF PAR-ES-VALIDA THEN
               COMPUTE AREA-POLIGONO =
                   PERIMETRO-POLIGONO * APOTEMA / 2
                   ON SIZE ERROR
                       MOVE "N" TO SW-PAR-VALIDA
                       MOVE "AREA FUERA DE RANGO" TO PAR-MOTIVO
               END-COMPUTE
           END-IF.

       2200-CLASIFICAR-FORMA.
           EVALUATE LADOS-POLIGONO
               WHEN 3
                   MOVE "TRIANGULO" TO TIPO-FORMA
               WHEN 4
                   MOVE "CUADRADO" TO TIPO-FORMA
               WHEN 5
                   MOVE "PENTAGONO" TO TIPO-FORMA
               WHEN 6
                   MOVE "HEXAGONO" TO TIPO-FORMA
               WHEN 7
                   MOVE "HEPTAGONO" TO TIPO-FORMA
               WHEN 8
                   MOVE "OCTOGONO" TO TIPO-FORMA
               WHEN 9
                   MOVE "ENEAGONO" TO TIPO-FORMA
               WHEN 10
                   MOVE "DECAGONO" TO TIPO-FORMA
               WHEN OTHER
                   MOVE "POLIGONO" TO TIPO-FORMA
           END-EVALUATE.

      * Stored unbilled, dated today, exactly as ALMACENAR-FORMA
      * leaves an online survey for FACTURAS to pick up.
       2300-ALMACENAR-FORMA.
           MOVE CARD-PAR-REFERENCIA TO FORMA-REFERENCIA.
           MOVE LADOS-POLIGONO TO FORMA-LADOS.
           MOVE LADO-MEDIO TO FORMA-LADO.
           MOVE PERIMETRO-POLIGONO TO FORMA-PERIMETRO.
           MOVE AREA-POLIGONO TO FORMA-AREA.
           MOVE TIPO-FORMA TO FORMA-TIPO.
           MOVE PAR-FECHA-HOY(1:8) TO FORMA-FECHA.
           MOVE "N" TO FORMA-FACTURADA.
           WRITE REG-FORMA
               INVALID KEY
                   MOVE "N" TO SW-PAR-VALIDA
                   MOVE "REFERENCIA YA EXISTE EN SHAPES" TO PAR-MOTIVO
               NOT INVALID KEY
                   ADD 1 TO PAR-ALTAS
                   PERFORM 2400-ACUMULAR-TIPO
           END-WRITE.

       2400-ACUMULAR-TIPO.
           MOVE "N" TO TIP-ENCONTRADO.
           MOVE 1 TO TIP-IND.
           PERFORM 2410-BUSCAR-TIPO
               UNTIL SE-ENCONTRO-TIPO OR TIP-IND > TIP-USADOS.
           IF NOT SE-ENCONTRO-TIPO THEN
               ADD 1 TO TIP-USADOS
               MOVE TIP-USADOS TO TIP-IND
               MOVE FORMA-TIPO TO TIP-NOMBRE(TIP-IND)
               MOVE 0 TO TIP-CANTIDAD(TIP-IND)
               MOVE 0 TO TIP-AREA(TIP-IND)
           END-IF.
           ADD 1 TO TIP-CANTIDAD(TIP-IND).
           ADD FORMA-AREA TO TIP-AREA(TIP-IND).
           ADD FORMA-AREA TO TIP-AREA-TOTAL.

       2410-BUSCAR-TIPO.
           IF TIP-NOMBRE(TIP-IND) = FORMA-TIPO THEN
               MOVE "S" TO TIP-ENCONTRADO
           ELSE
               ADD 1 TO TIP-IND
           END-IF.

       2900-RECHAZAR-CARD.
           MOVE REG-PARCARD TO PAR-RECH-CARD.
           MOVE PAR-MOTIVO TO PAR-RECH-MOTIVO.
           WRITE LINEA-PAR-RECHAZO FROM REG-PAR-RECHAZO.

       3000-RESUMEN.
           MOVE PAR-FECHA-HOY(1:8) TO PAR-ENC-FECHA.
           WRITE LINEA-PARCELAS FROM PAR-ENCABEZADO.
           MOVE SPACES TO LINEA-PARCELAS.
           WRITE LINEA-PARCELAS.
           WRITE LINEA-PARCELAS FROM PAR-COLUMNAS.
           MOVE 1 TO TIP-IND.
           PERFORM 3100-LINEA-TIPO UNTIL TIP-IND > TIP-USADOS.
           MOVE "TOTAL" TO PAR-LT-NOMBRE.
           MOVE PAR-ALTAS TO PAR-LT-CANTIDAD.
           MOVE TIP-AREA-TOTAL TO PAR-LT-AREA.
           WRITE LINEA-PARCELAS FROM PAR-LINEA-TIPO.
           MOVE SPACES TO LINEA-PARCELAS.
           WRITE LINEA-PARCELAS.
           MOVE "CARDS LEIDAS:" TO PAR-LC-TEXTO.
           MOVE PAR-LEIDAS TO PAR-LC-CANTIDAD.
           WRITE LINEA-PARCELAS FROM PAR-LINEA-CONTEO.
           MOVE "CARDS RECHAZADAS:" TO PAR-LC-TEXTO.
           MOVE PAR-RECHAZADAS TO PAR-LC-CANTIDAD.
           WRITE LINEA-PARCELAS FROM PAR-LINEA-CONTEO.

       3100-LINEA-TIPO.
           MOVE TIP-NOMBRE(TIP-IND) TO PAR-LT-NOMBRE.
           MOVE TIP-CANTIDAD(TIP-IND) TO PAR-LT-CANTIDAD.
           MOVE TIP-AREA(TIP-IND) TO PAR-LT-AREA.
           WRITE LINEA-PARCELAS FROM PAR-LINEA-TIPO.
           ADD 1 TO TIP-IND.

       9000-FIN.
           CLOSE PARCARDS.
           CLOSE SHAPES-FILE.
           CLOSE PARRECH.
           CLOSE PARCRPT.
           MOVE PAR-ALTAS TO FORMATO-PAR.
           DISPLAY "CARGAPARC: PARCELAS CARGADAS:  " FORMATO-PAR.
           MOVE PAR-RECHAZADAS TO FORMATO-PAR.
           DISPLAY "CARGAPARC: CARDS RECHAZADAS:   " FORMATO-PAR.
           IF PAR-RECHAZADAS > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           MOVE PAR-LEIDAS TO RCT-LEIDOS.
           MOVE PAR-ALTAS TO RCT-GRABADOS.
           MOVE PAR-RECHAZADAS TO RCT-RECHAZADOS.
           MOVE "AREA" TO RCT-TOTAL-DESC.
           MOVE TIP-AREA-TOTAL TO RCT-TOTAL-CONTROL.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM CARGAPARC.

      ******************************************************************
      * Author:A. MATIAS
      * Date:15-10-2026
      * Purpose: Monthly workforce movement report for the period on
      *          the MOVPARM card (AAAAMM; no card or a blank one
      *          means the month just ended).  Per DEPTOS department:
      *          opening headcount, hires (EMP-FECHA-ALTA in the
      *          period), leavers (deletion date on EMPHIST),
      *          transfers in and out (department changes logged to
      *          EMPMODLG), closing headcount, turnover and average
      *          tenure at the period end.  Every employee on file,
      *          active or inactive, counts.  The opening and closing
      *          figures are taken off the files as they stand - the
      *          current EMPMAST plus the EMPHIST leavers, with each
      *          department rolled back through the EMPMODLG
      *          transfers - and a department whose opening plus its
      *          movements does not come to that closing figure is
      *          flagged and the job ends RC=4.  The report closes
      *          with every rate change of the period (old rate, new
      *          rate, percentage).
      * Tectonics: FOOOOO
      ******************************************************************
      * Modification history
      * --------------------
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVPERS.
       AUTHOR. A. MATIAS.
       INSTALLATION. COBOLICS.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVPARM ASSIGN TO "MOVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVPARM-STATUS.

           SELECT EMPMAST ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-LEGAJO
               ALTERNATE RECORD KEY IS EMP-NOMBRE WITH DUPLICATES
               FILE STATUS IS EMPMAST-STATUS.

           SELECT EMPHIST ASSIGN TO "EMPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPHIST-STATUS.

           SELECT EMPMODLG ASSIGN TO "EMPMODLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPMOD-STATUS.

           SELECT DEPTOS ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODIGO
               FILE STATUS IS DEPTOS-STATUS.

           SELECT MOVRPT ASSIGN TO "MOVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MOVRPT-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVPARM
           LABEL RECORDS ARE STANDARD.
       01  REG-MOVPARM.
           05  MOV-PARM-PERIODO.
               10  MOV-PARM-ANIO           PIC 9(04).
               10  MOV-PARM-MES            PIC 9(02).
           05  MOV-PARM-PERIODO-X REDEFINES MOV-PARM-PERIODO
                                           PIC X(06).

       FD  EMPMAST
           LABEL RECORDS ARE STANDARD.
       01  EMP-RECORD.
           05  EMP-LEGAJO                  PIC 9(06).
           05  EMP-NOMBRE                  PIC X(20).
           05  EMP-DEPARTAMENTO            PIC X(10).
           05  EMP-FECHA-ALTA              PIC 9(08).
           05  EMP-TARIFA-HORA             PIC 9(04)V9(02).
           05  EMP-HORAS-CONTRATO          PIC 9(03).
           05  EMP-ESTADO                  PIC X(01).
               88  EMP-ACTIVO              VALUE "A".
               88  EMP-INACTIVO            VALUE "I".

      * Leaver line as BORRAR writes it.
       FD  EMPHIST
           LABEL RECORDS ARE STANDARD.
       01  REG-EMPHIST.
           05  EMPH-LEGAJO                 PIC 9(06).
           05  FILLER                      PIC X(01).
           05  EMPH-NOMBRE                 PIC X(20).
           05  FILLER                      PIC X(01).
           05  EMPH-DEPARTAMENTO           PIC X(10).
           05  FILLER                      PIC X(06).
           05  EMPH-FECHA-ALTA             PIC 9(08).
           05  FILLER                      PIC X(08).
           05  EMPH-TARIFA-HORA            PIC 9(04)V9(02).
           05  FILLER                      PIC X(07).
           05  EMPH-HORAS-CONTRATO         PIC 9(03).
           05  FILLER                      PIC X(05).
           05  EMPH-ESTADO                 PIC X(01).
           05  FILLER                      PIC X(06).
           05  EMPH-FECHA-BAJA             PIC 9(08).
           05  FILLER                      PIC X(05).
           05  EMPH-OPERADOR               PIC X(20).
           05  FILLER                      PIC X(09).

      * Before/after image line as MODIFICAR writes it.
       FD  EMPMODLG
           LABEL RECORDS ARE STANDARD.
       01  REG-EMPMOD.
           05  EMOD-FECHA                  PIC 9(08).
           05  FILLER                      PIC X(01).
           05  EMOD-HORA                   PIC X(06).
           05  FILLER                      PIC X(01).
           05  EMOD-LEGAJO                 PIC 9(06).
           05  FILLER                      PIC X(07).
           05  EMOD-ANT-DEPTO              PIC X(10).
           05  FILLER                      PIC X(01).
           05  EMOD-ANT-TARIFA             PIC 9(04)V9(02).
           05  FILLER                      PIC X(01).
           05  EMOD-ANT-HORAS              PIC 9(03).
           05  FILLER                      PIC X(01).
           05  EMOD-ANT-ESTADO             PIC X(01).
           05  FILLER                      PIC X(07).
           05  EMOD-NVO-DEPTO              PIC X(10).
           05  FILLER                      PIC X(01).
           05  EMOD-NVO-TARIFA             PIC 9(04)V9(02).
           05  FILLER                      PIC X(01).
           05  EMOD-NVO-HORAS              PIC 9(03).
           05  FILLER                      PIC X(01).
           05  EMOD-NVO-ESTADO             PIC X(01).
           05  FILLER                      PIC X(05).
           05  EMOD-OPERADOR               PIC X(08).
           05  FILLER                      PIC X(05).

       FD  DEPTOS
           LABEL RECORDS ARE STANDARD.
       01  REG-DEPTO.
           05  DEPT-CODIGO                 PIC X(10).
           05  DEPT-NOMBRE                 PIC X(30).

       FD  MOVRPT
           LABEL RECORDS ARE STANDARD.
       01  LINEA-MOVIMIENTOS               PIC X(132).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "MOVPERS".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 MOVPARM-STATUS PIC X(02) VALUE "00".
       77 EMPMAST-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-EMPMAST VALUE "10".
       77 EMPHIST-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-EMPHIST VALUE "10".
       77 EMPMOD-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-EMPMODLG VALUE "10".
       77 DEPTOS-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-DEPTOS VALUE "10".
       77 MOVRPT-STATUS PIC X(02) VALUE "00".
       77 SW-SIN-EMPHIST PIC X(01) VALUE "N".
           88 SIN-ARCHIVO-EMPHIST VALUE "S".
       77 SW-SIN-EMPMODLG PIC X(01) VALUE "N".
           88 SIN-ARCHIVO-EMPMODLG VALUE "S".
       77 MOV-FECHA-HOY PIC X(21) VALUE SPACES.
       77 MOV-ANIO PIC 9(04) VALUE 0.
       77 MOV-MES PIC 9(02) VALUE 0.
       77 MOV-FECHA-DESDE PIC 9(08) VALUE 0.
       77 MOV-FECHA-HASTA PIC 9(08) VALUE 0.
       77 MOV-FECHA-SIGUIENTE PIC 9(08) VALUE 0.
       77 MOV-FECHA-BUSCADA PIC 9(08) VALUE 0.

      * The employee being placed, off EMPMAST or EMPHIST (a
      * current employee has not left: baja 99999999).
       77 MOV-LEGAJO PIC 9(06) VALUE 0.
       77 MOV-ALTA PIC 9(08) VALUE 0.
       77 MOV-BAJA PIC 9(08) VALUE 0.
       77 MOV-DEPTO-ACTUAL PIC X(10) VALUE SPACES.
       77 MOV-DEPTO-CALC PIC X(10) VALUE SPACES.
       77 MOV-DIAS PIC 9(07) COMP VALUE 0.
       77 MOV-ESPERADO PIC S9(07) COMP VALUE 0.
       77 MOV-FINAL PIC 9(07) COMP VALUE 0.
       77 MOV-PROMEDIO PIC S9(07)V9(02) VALUE 0.
       77 MOV-ROTACION PIC S9(05)V9(02) VALUE 0.
       77 MOV-ANTIGUEDAD PIC S9(05)V9(01) VALUE 0.
       77 MOV-PORCENTAJE PIC S9(05)V9(02) VALUE 0.
       77 MOV-DIFERENCIAS PIC 9(05) COMP VALUE 0.
       77 MOV-CAMBIOS-TARIFA PIC 9(05) COMP VALUE 0.
       77 FORMATO-MOV PIC ZZZZ9.

      * Departments off DEPTOS; the last slot in use collects any
      * code that is not on the table.
       77 DEP-USADOS PIC 9(03) COMP VALUE 0.
       77 DEP-IND PIC 9(03) COMP VALUE 0.
       77 DEP-OTROS PIC 9(03) COMP VALUE 0.
       77 SW-DEP-HALLADO PIC X(01) VALUE "N".
           88 DEP-HALLADO VALUE "S".
       01 TABLA-MOV-DEPTOS.
           05 MDEP-ENTRADA OCCURS 100 TIMES.
               10 MDEP-CODIGO PIC X(10).
               10 MDEP-NOMBRE PIC X(30).
               10 MDEP-INICIAL PIC 9(05) COMP.
               10 MDEP-ALTAS PIC 9(05) COMP.
               10 MDEP-BAJAS PIC 9(05) COMP.
               10 MDEP-ENTRADAS PIC 9(05) COMP.
               10 MDEP-SALIDAS PIC 9(05) COMP.
               10 MDEP-FINAL PIC 9(05) COMP.
               10 MDEP-DIAS-ANTIG PIC 9(11) COMP.
       01 TOTALES-MOV.
           05 TMOV-INICIAL PIC 9(07) COMP VALUE 0.
           05 TMOV-ALTAS PIC 9(07) COMP VALUE 0.
           05 TMOV-BAJAS PIC 9(07) COMP VALUE 0.
           05 TMOV-ENTRADAS PIC 9(07) COMP VALUE 0.
           05 TMOV-SALIDAS PIC 9(07) COMP VALUE 0.
           05 TMOV-FINAL PIC 9(07) COMP VALUE 0.
           05 TMOV-DIAS-ANTIG PIC 9(13) COMP VALUE 0.

      * Department changes dated on or after the period start, in
      * EMPMODLG (that is, date) order: the first one found for a
      * legajo at or after a date gives the department it was in
      * on that date.
       77 TRAS-USADOS PIC 9(05) COMP VALUE 0.
       77 TRAS-IND PIC 9(05) COMP VALUE 0.
       77 SW-TRAS-HALLADO PIC X(01) VALUE "N".
           88 TRAS-HALLADO VALUE "S".
       01 TABLA-TRASLADOS.
           05 TRAS-ENTRADA OCCURS 5000 TIMES.
               10 TRAS-LEGAJO PIC 9(06).
               10 TRAS-FECHA PIC 9(08).
               10 TRAS-ANT-DEPTO PIC X(10).

       01 MOV-ENCABEZADO.
           05 FILLER PIC X(25) VALUE "MOVIMIENTO DE PERSONAL   ".
           05 FILLER PIC X(09) VALUE "PERIODO: ".
           05 MOV-ENC-PERIODO PIC 9(06).
           05 FILLER PIC X(08) VALUE "  DESDE ".
           05 MOV-ENC-DESDE PIC 9(08).
           05 FILLER PIC X(07) VALUE " HASTA ".
           05 MOV-ENC-HASTA PIC 9(08).
           05 FILLER PIC X(09) VALUE "  FECHA: ".
           05 MOV-ENC-FECHA PIC X(08).
       01 MOV-COLUMNAS.
           05 FILLER PIC X(40) VALUE "DEPTO.      NOMBRE".
           05 FILLER PIC X(27) VALUE "  INICIAL    ALTAS    BAJAS".
           05 FILLER PIC X(27) VALUE "   ENTRAN    SALEN    FINAL".
           05 FILLER PIC X(16) VALUE "  ROTAC.%  ANTIG".
       01 MOV-DETALLE.
           05 MOV-DET-CODIGO PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 MOV-DET-NOMBRE PIC X(28).
           05 MOV-DET-COLUMNA OCCURS 6 TIMES.
               10 FILLER PIC X(02).
               10 MOV-DET-CIFRA PIC ZZZ,ZZ9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 MOV-DET-ROTACION PIC ZZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 MOV-DET-ANTIGUEDAD PIC ZZ9.9.
           05 FILLER PIC X(02) VALUE SPACES.
           05 MOV-DET-MARCA PIC X(13).
           05 MOV-DET-ESPERADO PIC -ZZZZZ9.
           05 MOV-DET-ESPERADO-X REDEFINES MOV-DET-ESPERADO
                                 PIC X(07).
       01 MOV-TITULO-TARIFAS.
           05 FILLER PIC X(30) VALUE "CAMBIOS DE TARIFA DEL PERIODO".
       01 MOV-COLUMNAS-TARIFAS.
           05 FILLER PIC X(40) VALUE
               "FECHA     LEGAJO  NOMBRE".
           05 FILLER PIC X(12) VALUE "DEPTO.".
           05 FILLER PIC X(31) VALUE
               "  ANTER.       NUEVA   VARIAC.%".
           05 FILLER PIC X(10) VALUE "  OPERADOR".
       01 MOV-TARIFA.
           05 MOV-TAR-FECHA PIC 9(08).
           05 FILLER PIC X(02) VALUE SPACES.
           05 MOV-TAR-LEGAJO PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 MOV-TAR-NOMBRE PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 MOV-TAR-DEPTO PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 MOV-TAR-ANTERIOR PIC Z,ZZ9.99.
           05 FILLER PIC X(04) VALUE SPACES.
           05 MOV-TAR-NUEVA PIC Z,ZZ9.99.
           05 FILLER PIC X(02) VALUE SPACES.
           05 MOV-TAR-PORCENTAJE PIC -ZZZZ9.99.
           05 MOV-TAR-PORCENTAJE-X REDEFINES MOV-TAR-PORCENTAJE
                                   PIC X(09).
           05 FILLER PIC X(02) VALUE SPACES.
           05 MOV-TAR-OPERADOR PIC X(08).
       01 MOV-LINEA-CONTEO.
           05 MOV-LC-TEXTO PIC X(30).
           05 MOV-LC-CANTIDAD PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-EMPLEADO-ACTUAL UNTIL FIN-DE-EMPMAST.
           PERFORM 3000-EMPLEADO-BAJA UNTIL FIN-DE-EMPHIST.
           PERFORM 4000-IMPRIMIR-DEPTOS.
           PERFORM 5000-IMPRIMIR-TARIFAS.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO MOV-FECHA-HOY.
           PERFORM 1100-LEER-PERIODO.
           OPEN INPUT EMPMAST.
           IF EMPMAST-STATUS = "35" THEN
               DISPLAY "MOVPERS: NO EXISTE EL MAESTRO EMPMAST"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           PERFORM 1200-CARGAR-DEPTOS.
           PERFORM 1300-CARGAR-TRASLADOS.
           OPEN INPUT EMPHIST.
           IF EMPHIST-STATUS = "35" THEN
               MOVE "S" TO SW-SIN-EMPHIST
               SET FIN-DE-EMPHIST TO TRUE
           ELSE
               READ EMPHIST
                   AT END SET FIN-DE-EMPHIST TO TRUE
               END-READ
           END-IF.
           OPEN OUTPUT MOVRPT.
           READ EMPMAST NEXT RECORD
               AT END SET FIN-DE-EMPMAST TO TRUE
           END-READ.

      * No MOVPARM card (or a blank one) means the month just ended.
       1100-LEER-PERIODO.
           MOVE MOV-FECHA-HOY(1:4) TO MOV-ANIO.
           MOVE MOV-FECHA-HOY(5:2) TO MOV-MES.
           IF MOV-MES = 1 THEN
               SUBTRACT 1 FROM MOV-ANIO
               MOVE 12 TO MOV-MES
           ELSE
               SUBTRACT 1 FROM MOV-MES
           END-IF.
           OPEN INPUT MOVPARM.
           IF MOVPARM-STATUS NOT = "35" THEN
               READ MOVPARM
                   AT END MOVE SPACES TO REG-MOVPARM
               END-READ
               IF MOV-PARM-PERIODO-X NOT = SPACES THEN
                   IF MOV-PARM-PERIODO-X NOT NUMERIC
                           OR MOV-PARM-MES < 1 OR MOV-PARM-MES > 12
                           OR MOV-PARM-ANIO < 1601 THEN
                       DISPLAY "MOVPERS: PERIODO INVALIDO "
                           MOV-PARM-PERIODO-X
                       CLOSE MOVPARM
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9810-CONTROL-FIN
                       STOP RUN
                   END-IF
                   MOVE MOV-PARM-ANIO TO MOV-ANIO
                   MOVE MOV-PARM-MES TO MOV-MES
               END-IF
               CLOSE MOVPARM
           END-IF.
           COMPUTE MOV-FECHA-DESDE = MOV-ANIO * 10000 + MOV-MES * 100
                                   + 1.
           IF MOV-MES = 12 THEN
               COMPUTE MOV-FECHA-SIGUIENTE =
                       (MOV-ANIO + 1) * 10000 + 101
           ELSE
               COMPUTE MOV-FECHA-SIGUIENTE = MOV-ANIO * 10000
                       + (MOV-MES + 1) * 100 + 1
           END-IF.
           COMPUTE MOV-FECHA-HASTA = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(MOV-FECHA-SIGUIENTE) - 1).

       1200-CARGAR-DEPTOS.
           OPEN INPUT DEPTOS.
           IF DEPTOS-STATUS = "35" THEN
               DISPLAY "MOVPERS: NO EXISTE LA TABLA DEPTOS"
               CLOSE EMPMAST
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           READ DEPTOS NEXT RECORD
               AT END SET FIN-DE-DEPTOS TO TRUE
           END-READ.
           PERFORM 1210-CARGAR-DEPTO UNTIL FIN-DE-DEPTOS.
           CLOSE DEPTOS.
           ADD 1 TO DEP-USADOS.
           MOVE DEP-USADOS TO DEP-OTROS.
           MOVE "*OTROS*" TO MDEP-CODIGO(DEP-OTROS).
           MOVE "NO ESTA EN DEPTOS" TO MDEP-NOMBRE(DEP-OTROS).
           MOVE 1 TO DEP-IND.
           PERFORM 1220-LIMPIAR-DEPTO UNTIL DEP-IND > DEP-USADOS.

       1210-CARGAR-DEPTO.
           IF DEP-USADOS = 99 THEN
               DISPLAY "MOVPERS: MAS DE 99 DEPARTAMENTOS EN DEPTOS"
               CLOSE DEPTOS
               CLOSE EMPMAST
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           ADD 1 TO DEP-USADOS.
           MOVE DEPT-CODIGO TO MDEP-CODIGO(DEP-USADOS).
           MOVE DEPT-NOMBRE TO MDEP-NOMBRE(DEP-USADOS).
           READ DEPTOS NEXT RECORD
               AT END SET FIN-DE-DEPTOS TO TRUE
           END-READ.

       1220-LIMPIAR-DEPTO.
           MOVE 0 TO MDEP-INICIAL(DEP-IND).
           MOVE 0 TO MDEP-ALTAS(DEP-IND).
           MOVE 0 TO MDEP-BAJAS(DEP-IND).
           MOVE 0 TO MDEP-ENTRADAS(DEP-IND).
           MOVE 0 TO MDEP-SALIDAS(DEP-IND).
           MOVE 0 TO MDEP-FINAL(DEP-IND).
           MOVE 0 TO MDEP-DIAS-ANTIG(DEP-IND).
           ADD 1 TO DEP-IND.

      * One pass over EMPMODLG: department changes in the period
      * are the transfers out of the old department and into the
      * new one; every change from the period start on is kept to
      * roll departments back to the period boundaries.
       1300-CARGAR-TRASLADOS.
           OPEN INPUT EMPMODLG.
           IF EMPMOD-STATUS = "35" THEN
               MOVE "S" TO SW-SIN-EMPMODLG
               SET FIN-DE-EMPMODLG TO TRUE
           ELSE
               READ EMPMODLG
                   AT END SET FIN-DE-EMPMODLG TO TRUE
               END-READ
           END-IF.
           PERFORM 1310-CARGAR-TRASLADO UNTIL FIN-DE-EMPMODLG.
           IF NOT SIN-ARCHIVO-EMPMODLG THEN
               CLOSE EMPMODLG
           END-IF.

       1310-CARGAR-TRASLADO.
           IF EMOD-ANT-DEPTO NOT = EMOD-NVO-DEPTO
                   AND EMOD-FECHA NOT < MOV-FECHA-DESDE THEN
               IF TRAS-USADOS = 5000 THEN
                   DISPLAY "MOVPERS: MAS DE 5000 TRASLADOS A PROCESAR"
                   CLOSE EMPMODLG
                   CLOSE EMPMAST
                   MOVE 12 TO RETURN-CODE
                   PERFORM 9810-CONTROL-FIN
                   STOP RUN
               END-IF
               ADD 1 TO TRAS-USADOS
               MOVE EMOD-LEGAJO TO TRAS-LEGAJO(TRAS-USADOS)
               MOVE EMOD-FECHA TO TRAS-FECHA(TRAS-USADOS)
               MOVE EMOD-ANT-DEPTO TO TRAS-ANT-DEPTO(TRAS-USADOS)
               IF EMOD-FECHA NOT > MOV-FECHA-HASTA THEN
                   MOVE EMOD-ANT-DEPTO TO MOV-DEPTO-CALC
                   PERFORM 2600-UBICAR-DEPTO
                   ADD 1 TO MDEP-SALIDAS(DEP-IND)
                   MOVE EMOD-NVO-DEPTO TO MOV-DEPTO-CALC
                   PERFORM 2600-UBICAR-DEPTO
                   ADD 1 TO MDEP-ENTRADAS(DEP-IND)
               END-IF
           END-IF.
           READ EMPMODLG
               AT END SET FIN-DE-EMPMODLG TO TRUE
           END-READ.

       2000-EMPLEADO-ACTUAL.
           MOVE EMP-LEGAJO TO MOV-LEGAJO.
           MOVE EMP-FECHA-ALTA TO MOV-ALTA.
           MOVE 99999999 TO MOV-BAJA.
           MOVE EMP-DEPARTAMENTO TO MOV-DEPTO-ACTUAL.
           PERFORM 2500-UBICAR-EMPLEADO.
           READ EMPMAST NEXT RECORD
               AT END SET FIN-DE-EMPMAST TO TRUE
           END-READ.

       3000-EMPLEADO-BAJA.
           MOVE EMPH-LEGAJO TO MOV-LEGAJO.
           MOVE EMPH-FECHA-ALTA TO MOV-ALTA.
           MOVE EMPH-FECHA-BAJA TO MOV-BAJA.
           MOVE EMPH-DEPARTAMENTO TO MOV-DEPTO-ACTUAL.
           PERFORM 2500-UBICAR-EMPLEADO.
           READ EMPHIST
               AT END SET FIN-DE-EMPHIST TO TRUE
           END-READ.

      * On file at the start of the first day (opening) and at the
      * end of the last day (closing); a hire is counted in the
      * department it joined and a leaver in the one it left from.
       2500-UBICAR-EMPLEADO.
           IF MOV-ALTA < MOV-FECHA-DESDE
                   AND MOV-BAJA NOT < MOV-FECHA-DESDE THEN
               MOVE MOV-FECHA-DESDE TO MOV-FECHA-BUSCADA
               PERFORM 2700-DEPTO-A-FECHA
               PERFORM 2600-UBICAR-DEPTO
               ADD 1 TO MDEP-INICIAL(DEP-IND)
           END-IF.
           IF MOV-ALTA NOT < MOV-FECHA-DESDE
                   AND MOV-ALTA NOT > MOV-FECHA-HASTA THEN
               MOVE MOV-ALTA TO MOV-FECHA-BUSCADA
               PERFORM 2700-DEPTO-A-FECHA
               PERFORM 2600-UBICAR-DEPTO
               ADD 1 TO MDEP-ALTAS(DEP-IND)
           END-IF.
           IF MOV-BAJA NOT < MOV-FECHA-DESDE
                   AND MOV-BAJA NOT > MOV-FECHA-HASTA THEN
               MOVE MOV-DEPTO-ACTUAL TO MOV-DEPTO-CALC
               PERFORM 2600-UBICAR-DEPTO
               ADD 1 TO MDEP-BAJAS(DEP-IND)
           END-IF.
           IF MOV-ALTA NOT > MOV-FECHA-HASTA
                   AND MOV-BAJA > MOV-FECHA-HASTA THEN
               MOVE MOV-FECHA-SIGUIENTE TO MOV-FECHA-BUSCADA
               PERFORM 2700-DEPTO-A-FECHA
               PERFORM 2600-UBICAR-DEPTO
               ADD 1 TO MDEP-FINAL(DEP-IND)
               IF MOV-ALTA > 16010100 THEN
                   COMPUTE MOV-DIAS =
                           FUNCTION INTEGER-OF-DATE(MOV-FECHA-HASTA) -
                           FUNCTION INTEGER-OF-DATE(MOV-ALTA)
                   ADD MOV-DIAS TO MDEP-DIAS-ANTIG(DEP-IND)
               END-IF
           END-IF.

       2600-UBICAR-DEPTO.
           MOVE "N" TO SW-DEP-HALLADO.
           MOVE 1 TO DEP-IND.
           PERFORM 2610-BUSCAR-DEPTO
               UNTIL DEP-HALLADO OR DEP-IND = DEP-OTROS.

       2610-BUSCAR-DEPTO.
           IF MDEP-CODIGO(DEP-IND) = MOV-DEPTO-CALC THEN
               MOVE "S" TO SW-DEP-HALLADO
           ELSE
               ADD 1 TO DEP-IND
           END-IF.

      * Department MOV-LEGAJO was in on MOV-FECHA-BUSCADA: the old
      * department of its first change on or after that date, or
      * the one it has now (or left from) when there is none.
       2700-DEPTO-A-FECHA.
           MOVE MOV-DEPTO-ACTUAL TO MOV-DEPTO-CALC.
           MOVE "N" TO SW-TRAS-HALLADO.
           MOVE 1 TO TRAS-IND.
           PERFORM 2710-BUSCAR-TRASLADO
               UNTIL TRAS-HALLADO OR TRAS-IND > TRAS-USADOS.

       2710-BUSCAR-TRASLADO.
           IF TRAS-LEGAJO(TRAS-IND) = MOV-LEGAJO
                   AND TRAS-FECHA(TRAS-IND) NOT < MOV-FECHA-BUSCADA THEN
               MOVE TRAS-ANT-DEPTO(TRAS-IND) TO MOV-DEPTO-CALC
               MOVE "S" TO SW-TRAS-HALLADO
           ELSE
               ADD 1 TO TRAS-IND
           END-IF.

       4000-IMPRIMIR-DEPTOS.
           MOVE SPACES TO MOV-DETALLE.
           MOVE MOV-ANIO TO MOV-ENC-PERIODO(1:4).
           MOVE MOV-MES TO MOV-ENC-PERIODO(5:2).
           MOVE MOV-FECHA-DESDE TO MOV-ENC-DESDE.
           MOVE MOV-FECHA-HASTA TO MOV-ENC-HASTA.
           MOVE MOV-FECHA-HOY(1:8) TO MOV-ENC-FECHA.
           WRITE LINEA-MOVIMIENTOS FROM MOV-ENCABEZADO.
           MOVE SPACES TO LINEA-MOVIMIENTOS.
           WRITE LINEA-MOVIMIENTOS.
           WRITE LINEA-MOVIMIENTOS FROM MOV-COLUMNAS.
           MOVE 1 TO DEP-IND.
           PERFORM 4100-IMPRIMIR-DEPTO UNTIL DEP-IND > DEP-USADOS.
           MOVE SPACES TO LINEA-MOVIMIENTOS.
           WRITE LINEA-MOVIMIENTOS.
           MOVE "TOTAL" TO MOV-DET-CODIGO.
           MOVE "EMPRESA" TO MOV-DET-NOMBRE.
           MOVE TMOV-INICIAL TO MOV-DET-CIFRA(1).
           MOVE TMOV-ALTAS TO MOV-DET-CIFRA(2).
           MOVE TMOV-BAJAS TO MOV-DET-CIFRA(3).
           MOVE TMOV-ENTRADAS TO MOV-DET-CIFRA(4).
           MOVE TMOV-SALIDAS TO MOV-DET-CIFRA(5).
           MOVE TMOV-FINAL TO MOV-DET-CIFRA(6).
           MOVE TMOV-FINAL TO MOV-FINAL.
           COMPUTE MOV-ESPERADO = TMOV-INICIAL + TMOV-ALTAS
                   - TMOV-BAJAS + TMOV-ENTRADAS - TMOV-SALIDAS.
           COMPUTE MOV-PROMEDIO = (TMOV-INICIAL + TMOV-FINAL) / 2.
           MOVE 0 TO MOV-ROTACION.
           IF MOV-PROMEDIO > 0 THEN
               COMPUTE MOV-ROTACION ROUNDED =
                       TMOV-BAJAS * 100 / MOV-PROMEDIO
           END-IF.
           MOVE 0 TO MOV-ANTIGUEDAD.
           IF TMOV-FINAL > 0 THEN
               COMPUTE MOV-ANTIGUEDAD ROUNDED =
                       TMOV-DIAS-ANTIG / TMOV-FINAL / 365.25
           END-IF.
           PERFORM 4200-ESCRIBIR-DETALLE.
           MOVE SPACES TO LINEA-MOVIMIENTOS.
           WRITE LINEA-MOVIMIENTOS.
           MOVE "DEPARTAMENTOS CON DIFERENCIA:" TO MOV-LC-TEXTO.
           MOVE MOV-DIFERENCIAS TO MOV-LC-CANTIDAD.
           WRITE LINEA-MOVIMIENTOS FROM MOV-LINEA-CONTEO.

      * The catch-all line only shows when something landed in it.
       4100-IMPRIMIR-DEPTO.
           IF DEP-IND < DEP-OTROS
                   OR MDEP-INICIAL(DEP-IND) > 0
                   OR MDEP-ALTAS(DEP-IND) > 0
                   OR MDEP-BAJAS(DEP-IND) > 0
                   OR MDEP-ENTRADAS(DEP-IND) > 0
                   OR MDEP-SALIDAS(DEP-IND) > 0
                   OR MDEP-FINAL(DEP-IND) > 0 THEN
               MOVE MDEP-CODIGO(DEP-IND) TO MOV-DET-CODIGO
               MOVE MDEP-NOMBRE(DEP-IND) TO MOV-DET-NOMBRE
               MOVE MDEP-INICIAL(DEP-IND) TO MOV-DET-CIFRA(1)
               MOVE MDEP-ALTAS(DEP-IND) TO MOV-DET-CIFRA(2)
               MOVE MDEP-BAJAS(DEP-IND) TO MOV-DET-CIFRA(3)
               MOVE MDEP-ENTRADAS(DEP-IND) TO MOV-DET-CIFRA(4)
               MOVE MDEP-SALIDAS(DEP-IND) TO MOV-DET-CIFRA(5)
               MOVE MDEP-FINAL(DEP-IND) TO MOV-DET-CIFRA(6)
               MOVE MDEP-FINAL(DEP-IND) TO MOV-FINAL
               COMPUTE MOV-ESPERADO = MDEP-INICIAL(DEP-IND)
                       + MDEP-ALTAS(DEP-IND) - MDEP-BAJAS(DEP-IND)
                       + MDEP-ENTRADAS(DEP-IND)
                       - MDEP-SALIDAS(DEP-IND)
               COMPUTE MOV-PROMEDIO = (MDEP-INICIAL(DEP-IND)
                       + MDEP-FINAL(DEP-IND)) / 2
               MOVE 0 TO MOV-ROTACION
               IF MOV-PROMEDIO > 0 THEN
                   COMPUTE MOV-ROTACION ROUNDED =
                           MDEP-BAJAS(DEP-IND) * 100 / MOV-PROMEDIO
               END-IF
               MOVE 0 TO MOV-ANTIGUEDAD
               IF MDEP-FINAL(DEP-IND) > 0 THEN
                   COMPUTE MOV-ANTIGUEDAD ROUNDED =
                           MDEP-DIAS-ANTIG(DEP-IND)
                           / MDEP-FINAL(DEP-IND) / 365.25
               END-IF
               PERFORM 4200-ESCRIBIR-DETALLE
               IF MOV-ESPERADO NOT = MOV-FINAL THEN
                   ADD 1 TO MOV-DIFERENCIAS
               END-IF
               ADD MDEP-INICIAL(DEP-IND) TO TMOV-INICIAL
               ADD MDEP-ALTAS(DEP-IND) TO TMOV-ALTAS
               ADD MDEP-BAJAS(DEP-IND) TO TMOV-BAJAS
               ADD MDEP-ENTRADAS(DEP-IND) TO TMOV-ENTRADAS
               ADD MDEP-SALIDAS(DEP-IND) TO TMOV-SALIDAS
               ADD MDEP-FINAL(DEP-IND) TO TMOV-FINAL
               ADD MDEP-DIAS-ANTIG(DEP-IND) TO TMOV-DIAS-ANTIG
           END-IF.
           ADD 1 TO DEP-IND.

      * A line whose opening plus movements does not come to the
      * closing headcount carries the figure the movements give.
       4200-ESCRIBIR-DETALLE.
           MOVE MOV-ROTACION TO MOV-DET-ROTACION.
           MOVE MOV-ANTIGUEDAD TO MOV-DET-ANTIGUEDAD.
           IF MOV-ESPERADO = MOV-FINAL THEN
               MOVE SPACES TO MOV-DET-MARCA
               MOVE SPACES TO MOV-DET-ESPERADO-X
           ELSE
               MOVE "*DIFERENCIA* " TO MOV-DET-MARCA
               MOVE MOV-ESPERADO TO MOV-DET-ESPERADO
           END-IF.
           WRITE LINEA-MOVIMIENTOS FROM MOV-DETALLE.

      * Second pass over EMPMODLG for the rate changes dated in
      * the period, named off EMPMAST where the employee is still
      * on it.
       5000-IMPRIMIR-TARIFAS.
           MOVE SPACES TO LINEA-MOVIMIENTOS.
           WRITE LINEA-MOVIMIENTOS.
           WRITE LINEA-MOVIMIENTOS FROM MOV-TITULO-TARIFAS.
           WRITE LINEA-MOVIMIENTOS FROM MOV-COLUMNAS-TARIFAS.
           IF NOT SIN-ARCHIVO-EMPMODLG THEN
               OPEN INPUT EMPMODLG
               READ EMPMODLG
                   AT END SET FIN-DE-EMPMODLG TO TRUE
               END-READ
               PERFORM 5100-CAMBIO-TARIFA UNTIL FIN-DE-EMPMODLG
               CLOSE EMPMODLG
           END-IF.
           MOVE SPACES TO LINEA-MOVIMIENTOS.
           WRITE LINEA-MOVIMIENTOS.
           MOVE "CAMBIOS DE TARIFA:" TO MOV-LC-TEXTO.
           MOVE MOV-CAMBIOS-TARIFA TO MOV-LC-CANTIDAD.
           WRITE LINEA-MOVIMIENTOS FROM MOV-LINEA-CONTEO.

       5100-CAMBIO-TARIFA.
           IF EMOD-ANT-TARIFA NOT = EMOD-NVO-TARIFA
                   AND EMOD-FECHA NOT < MOV-FECHA-DESDE
                   AND EMOD-FECHA NOT > MOV-FECHA-HASTA THEN
               ADD 1 TO MOV-CAMBIOS-TARIFA
               MOVE EMOD-FECHA TO MOV-TAR-FECHA
               MOVE EMOD-LEGAJO TO MOV-TAR-LEGAJO
               MOVE EMOD-LEGAJO TO EMP-LEGAJO
               READ EMPMAST
                   INVALID KEY
                       MOVE "(DADO DE BAJA)" TO MOV-TAR-NOMBRE
                   NOT INVALID KEY
                       MOVE EMP-NOMBRE TO MOV-TAR-NOMBRE
               END-READ
               MOVE EMOD-NVO-DEPTO TO MOV-TAR-DEPTO
               MOVE EMOD-ANT-TARIFA TO MOV-TAR-ANTERIOR
               MOVE EMOD-NVO-TARIFA TO MOV-TAR-NUEVA
               IF EMOD-ANT-TARIFA > 0 THEN
                   COMPUTE MOV-PORCENTAJE ROUNDED =
                           (EMOD-NVO-TARIFA - EMOD-ANT-TARIFA) * 100
                           / EMOD-ANT-TARIFA
                       ON SIZE ERROR
                           MOVE 99999.99 TO MOV-PORCENTAJE
                   END-COMPUTE
                   MOVE MOV-PORCENTAJE TO MOV-TAR-PORCENTAJE
               ELSE
                   MOVE SPACES TO MOV-TAR-PORCENTAJE-X
               END-IF
               MOVE EMOD-OPERADOR TO MOV-TAR-OPERADOR
               WRITE LINEA-MOVIMIENTOS FROM MOV-TARIFA
           END-IF.
           READ EMPMODLG
               AT END SET FIN-DE-EMPMODLG TO TRUE
           END-READ.

       9000-FIN.
           CLOSE EMPMAST.
           IF NOT SIN-ARCHIVO-EMPHIST THEN
               CLOSE EMPHIST
           END-IF.
           CLOSE MOVRPT.
           MOVE TMOV-FINAL TO FORMATO-MOV.
           DISPLAY "MOVPERS: DOTACION FINAL:        " FORMATO-MOV.
           MOVE MOV-CAMBIOS-TARIFA TO FORMATO-MOV.
           DISPLAY "MOVPERS: CAMBIOS DE TARIFA:     " FORMATO-MOV.
           MOVE MOV-DIFERENCIAS TO FORMATO-MOV.
           DISPLAY "MOVPERS: DEPTOS CON DIFERENCIA: " FORMATO-MOV.
           IF MOV-DIFERENCIAS > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           MOVE TMOV-FINAL TO RCT-GRABADOS.
           MOVE "DOTACION" TO RCT-TOTAL-DESC.
           MOVE TMOV-FINAL TO RCT-TOTAL-CONTROL.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM MOVPERS.

      ******************************************************************
      * Author:A. MATIAS
      * Date:15-10-2026
      * Purpose: Bank-account check run before the payroll, so that
      *          nobody finds out at the bank that they were not paid.
      *          Lists on CTAXRPT, in three sections: active EMPMAST
      *          employees with no CUENTAS record (NOMINA would pay
      *          them without bank details), CUENTAS records whose
      *          legajo is not on EMPMAST, and accounts whose details
      *          changed (CTA-FECHA-CAMBIO) on or after the run date
      *          of the last payroll paid or closed on NOMPER - the
      *          ones to confirm with the employee before the money
      *          goes out.  Anything in the first two sections ends
      *          the job RC=4.
      * Tectonics: FOOOOO
      ******************************************************************
      * Modification history
      * --------------------
      * 15-10-2026  AM  Start and end of the run (counts, control
      *                 total, condition code) are written to the
      *                 shared RUNCTL run-control file for the
      *                 morning status report (ESTPROC).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTAEXCEP.
       AUTHOR. A. MATIAS.
       INSTALLATION. COBOLICS.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-LEGAJO
               ALTERNATE RECORD KEY IS EMP-NOMBRE WITH DUPLICATES
               FILE STATUS IS EMPMAST-STATUS.

           SELECT CUENTAS ASSIGN TO "CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-LEGAJO
               FILE STATUS IS CUENTAS-STATUS.

           SELECT NOMPER ASSIGN TO "NOMPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PER-PERIODO
               FILE STATUS IS NOMPER-STATUS.

           SELECT CTAXRPT ASSIGN TO "CTAXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTAXRPT-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST
           LABEL RECORDS ARE STANDARD.
       01  EMP-RECORD.
           05  EMP-LEGAJO                  PIC 9(06).
           05  EMP-NOMBRE                  PIC X(20).
           05  EMP-DEPARTAMENTO            PIC X(10).
           05  EMP-FECHA-ALTA              PIC 9(08).
           05  EMP-TARIFA-HORA             PIC 9(04)V9(02).
           05  EMP-HORAS-CONTRATO          PIC 9(03).
           05  EMP-ESTADO                  PIC X(01).
               88  EMP-ACTIVO              VALUE "A".
               88  EMP-INACTIVO            VALUE "I".

      * Same bank-details record CARGACTA loads, keyed by legajo.
       FD  CUENTAS
           LABEL RECORDS ARE STANDARD.
       01  REG-CUENTA.
           05  CTA-LEGAJO                  PIC 9(06).
           05  CTA-BANCO                   PIC X(03).
           05  CTA-CUENTA                  PIC X(22).
           05  CTA-FECHA-CAMBIO            PIC 9(08).

      * Same payroll period control record NOMINA keeps.
       FD  NOMPER
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMPER.
           05  PER-PERIODO                 PIC 9(06).
           05  PER-ESTADO                  PIC X(01).
               88  PER-ABIERTO             VALUE "A".
               88  PER-PAGADO              VALUE "P".
               88  PER-CERRADO             VALUE "C".
           05  PER-FECHA-PROCESO           PIC 9(08).
           05  PER-EMPLEADOS               PIC 9(05).
           05  PER-BRUTO                   PIC 9(11)V9(02).
           05  PER-DEDUC                   PIC 9(11)V9(02).
           05  PER-NETO                    PIC 9(11)V9(02).
           05  PER-FECHA-CIERRE            PIC 9(08).
           05  PER-FECHA-REVERSION         PIC 9(08).
           05  PER-REVERSIONES             PIC 9(03).

       FD  CTAXRPT
           LABEL RECORDS ARE STANDARD.
       01  LINEA-EXCEPCIONES               PIC X(132).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "CTAEXCEP".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 EMPMAST-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-EMPMAST VALUE "10".
       77 CUENTAS-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-CUENTAS VALUE "10".
       77 NOMPER-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-NOMPER VALUE "10".
       77 CTAXRPT-STATUS PIC X(02) VALUE "00".
       77 SW-SIN-CUENTAS PIC X(01) VALUE "N".
           88 SIN-ARCHIVO-CUENTAS VALUE "S".
       77 EXC-FECHA-HOY PIC X(21) VALUE SPACES.
       77 EXC-ULTIMO-PERIODO PIC 9(06) VALUE 0.
       77 EXC-ULTIMA-NOMINA PIC 9(08) VALUE 0.
       77 EXC-SIN-CUENTA PIC 9(05) COMP VALUE 0.
       77 EXC-SIN-EMPLEADO PIC 9(05) COMP VALUE 0.
       77 EXC-MODIFICADAS PIC 9(05) COMP VALUE 0.
       77 FORMATO-EXC PIC ZZZZ9.

       01 EXC-ENCABEZADO.
           05 FILLER PIC X(36) VALUE
               "CONTROL DE CUENTAS PREVIO A NOMINA  ".
           05 FILLER PIC X(07) VALUE "FECHA: ".
           05 EXC-ENC-FECHA PIC X(08).
           05 FILLER PIC X(26) VALUE "  ULTIMA NOMINA: PERIODO ".
           05 EXC-ENC-PERIODO PIC 9(06).
           05 EXC-ENC-PERIODO-X REDEFINES EXC-ENC-PERIODO
                                PIC X(06).
           05 FILLER PIC X(11) VALUE " PROCESADA ".
           05 EXC-ENC-PROCESO PIC 9(08).
           05 EXC-ENC-PROCESO-X REDEFINES EXC-ENC-PROCESO
                                PIC X(08).
       01 EXC-TITULO.
           05 EXC-TIT-TEXTO PIC X(60).
       01 EXC-COLUMNAS.
           05 FILLER PIC X(42) VALUE
               "LEGAJO  NOMBRE                DEPTO.".
           05 FILLER PIC X(31) VALUE "BANCO  CUENTA".
           05 FILLER PIC X(06) VALUE "CAMBIO".
       01 EXC-DETALLE.
           05 EXC-DET-LEGAJO PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 EXC-DET-NOMBRE PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 EXC-DET-DEPTO PIC X(10).
           05 FILLER PIC X(02) VALUE SPACES.
           05 EXC-DET-BANCO PIC X(03).
           05 FILLER PIC X(04) VALUE SPACES.
           05 EXC-DET-CUENTA PIC X(22).
           05 FILLER PIC X(02) VALUE SPACES.
           05 EXC-DET-FECHA PIC 9(08).
           05 EXC-DET-FECHA-X REDEFINES EXC-DET-FECHA PIC X(08).
       01 EXC-LINEA-CONTEO.
           05 EXC-LC-TEXTO PIC X(30).
           05 EXC-LC-CANTIDAD PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-EMPLEADOS-SIN-CUENTA.
           PERFORM 3000-CUENTAS-SIN-EMPLEADO.
           PERFORM 4000-CUENTAS-MODIFICADAS.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO EXC-FECHA-HOY.
           OPEN INPUT EMPMAST.
           IF EMPMAST-STATUS = "35" THEN
               DISPLAY "CTAEXCEP: NO EXISTE EL MAESTRO EMPMAST"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN INPUT CUENTAS.
           IF CUENTAS-STATUS = "35" THEN
               MOVE "S" TO SW-SIN-CUENTAS
           END-IF.
           PERFORM 1100-ULTIMA-NOMINA.
           OPEN OUTPUT CTAXRPT.
           MOVE EXC-FECHA-HOY(1:8) TO EXC-ENC-FECHA.
           IF EXC-ULTIMO-PERIODO = 0 THEN
               MOVE "NINGUN" TO EXC-ENC-PERIODO-X
               MOVE SPACES TO EXC-ENC-PROCESO-X
           ELSE
               MOVE EXC-ULTIMO-PERIODO TO EXC-ENC-PERIODO
               MOVE EXC-ULTIMA-NOMINA TO EXC-ENC-PROCESO
           END-IF.
           WRITE LINEA-EXCEPCIONES FROM EXC-ENCABEZADO.

      * NOMPER is in period order: the last period paid or closed is
      * the last payroll.  With none on file every account counts as
      * changed since.
       1100-ULTIMA-NOMINA.
           OPEN INPUT NOMPER.
           IF NOMPER-STATUS NOT = "35" THEN
               READ NOMPER NEXT RECORD
                   AT END SET FIN-DE-NOMPER TO TRUE
               END-READ
               PERFORM 1110-LEER-PERIODO UNTIL FIN-DE-NOMPER
               CLOSE NOMPER
           END-IF.

       1110-LEER-PERIODO.
           IF PER-PAGADO OR PER-CERRADO THEN
               MOVE PER-PERIODO TO EXC-ULTIMO-PERIODO
               MOVE PER-FECHA-PROCESO TO EXC-ULTIMA-NOMINA
           END-IF.
           READ NOMPER NEXT RECORD
               AT END SET FIN-DE-NOMPER TO TRUE
           END-READ.

       2000-EMPLEADOS-SIN-CUENTA.
           MOVE "1. EMPLEADOS ACTIVOS SIN CUENTA BANCARIA" TO
               EXC-TIT-TEXTO.
           PERFORM 8000-TITULO-SECCION.
           READ EMPMAST NEXT RECORD
               AT END SET FIN-DE-EMPMAST TO TRUE
           END-READ.
           PERFORM 2100-VERIFICAR-EMPLEADO UNTIL FIN-DE-EMPMAST.
           MOVE "EMPLEADOS SIN CUENTA:" TO EXC-LC-TEXTO.
           MOVE EXC-SIN-CUENTA TO EXC-LC-CANTIDAD.
           PERFORM 8100-CONTEO-SECCION.

       2100-VERIFICAR-EMPLEADO.
           IF EMP-ACTIVO THEN
               IF SIN-ARCHIVO-CUENTAS THEN
                   PERFORM 2200-LISTAR-SIN-CUENTA
               ELSE
                   MOVE EMP-LEGAJO TO CTA-LEGAJO
                   READ CUENTAS
                       INVALID KEY
                           PERFORM 2200-LISTAR-SIN-CUENTA
                   END-READ
               END-IF
           END-IF.
           READ EMPMAST NEXT RECORD
               AT END SET FIN-DE-EMPMAST TO TRUE
           END-READ.

       2200-LISTAR-SIN-CUENTA.
           ADD 1 TO EXC-SIN-CUENTA.
           MOVE SPACES TO EXC-DETALLE.
           MOVE EMP-LEGAJO TO EXC-DET-LEGAJO.
           MOVE EMP-NOMBRE TO EXC-DET-NOMBRE.
           MOVE EMP-DEPARTAMENTO TO EXC-DET-DEPTO.
           WRITE LINEA-EXCEPCIONES FROM EXC-DETALLE.

       3000-CUENTAS-SIN-EMPLEADO.
           MOVE "2. CUENTAS CUYO LEGAJO NO ESTA EN EMPMAST" TO
               EXC-TIT-TEXTO.
           PERFORM 8000-TITULO-SECCION.
           IF NOT SIN-ARCHIVO-CUENTAS THEN
               PERFORM 8200-PRIMERA-CUENTA
               PERFORM 3100-VERIFICAR-CUENTA UNTIL FIN-DE-CUENTAS
           END-IF.
           MOVE "CUENTAS SIN EMPLEADO:" TO EXC-LC-TEXTO.
           MOVE EXC-SIN-EMPLEADO TO EXC-LC-CANTIDAD.
           PERFORM 8100-CONTEO-SECCION.

       3100-VERIFICAR-CUENTA.
           MOVE CTA-LEGAJO TO EMP-LEGAJO.
           READ EMPMAST
               INVALID KEY
                   ADD 1 TO EXC-SIN-EMPLEADO
                   MOVE SPACES TO EMP-NOMBRE
                   MOVE SPACES TO EMP-DEPARTAMENTO
                   PERFORM 8300-LISTAR-CUENTA
           END-READ.
           READ CUENTAS NEXT RECORD
               AT END SET FIN-DE-CUENTAS TO TRUE
           END-READ.

       4000-CUENTAS-MODIFICADAS.
           MOVE "3. CUENTAS MODIFICADAS DESDE LA ULTIMA NOMINA" TO
               EXC-TIT-TEXTO.
           PERFORM 8000-TITULO-SECCION.
           IF NOT SIN-ARCHIVO-CUENTAS THEN
               PERFORM 8200-PRIMERA-CUENTA
               PERFORM 4100-VERIFICAR-CAMBIO UNTIL FIN-DE-CUENTAS
           END-IF.
           MOVE "CUENTAS MODIFICADAS:" TO EXC-LC-TEXTO.
           MOVE EXC-MODIFICADAS TO EXC-LC-CANTIDAD.
           PERFORM 8100-CONTEO-SECCION.

      * The payroll's own run day counts: the change may have come
      * in after it ran.
       4100-VERIFICAR-CAMBIO.
           IF CTA-FECHA-CAMBIO NOT < EXC-ULTIMA-NOMINA THEN
               ADD 1 TO EXC-MODIFICADAS
               MOVE CTA-LEGAJO TO EMP-LEGAJO
               READ EMPMAST
                   INVALID KEY
                       MOVE "(NO ESTA EN EMPMAST)" TO EMP-NOMBRE
                       MOVE SPACES TO EMP-DEPARTAMENTO
               END-READ
               PERFORM 8300-LISTAR-CUENTA
           END-IF.
           READ CUENTAS NEXT RECORD
               AT END SET FIN-DE-CUENTAS TO TRUE
           END-READ.

       8000-TITULO-SECCION.
           MOVE SPACES TO LINEA-EXCEPCIONES.
           WRITE LINEA-EXCEPCIONES.
           WRITE LINEA-EXCEPCIONES FROM EXC-TITULO.
           WRITE LINEA-EXCEPCIONES FROM EXC-COLUMNAS.

       8100-CONTEO-SECCION.
           MOVE SPACES TO LINEA-EXCEPCIONES.
           WRITE LINEA-EXCEPCIONES.
           WRITE LINEA-EXCEPCIONES FROM EXC-LINEA-CONTEO.

      * Both account sections read CUENTAS from the top.
       8200-PRIMERA-CUENTA.
           MOVE "00" TO CUENTAS-STATUS.
           MOVE 0 TO CTA-LEGAJO.
           START CUENTAS KEY NOT < CTA-LEGAJO
               INVALID KEY
                   SET FIN-DE-CUENTAS TO TRUE
               NOT INVALID KEY
                   READ CUENTAS NEXT RECORD
                       AT END SET FIN-DE-CUENTAS TO TRUE
                   END-READ
           END-START.

       8300-LISTAR-CUENTA.
           MOVE SPACES TO EXC-DETALLE.
           MOVE CTA-LEGAJO TO EXC-DET-LEGAJO.
           MOVE EMP-NOMBRE TO EXC-DET-NOMBRE.
           MOVE EMP-DEPARTAMENTO TO EXC-DET-DEPTO.
           MOVE CTA-BANCO TO EXC-DET-BANCO.
           MOVE CTA-CUENTA TO EXC-DET-CUENTA.
           IF CTA-FECHA-CAMBIO = 0 THEN
               MOVE SPACES TO EXC-DET-FECHA-X
           ELSE
               MOVE CTA-FECHA-CAMBIO TO EXC-DET-FECHA
           END-IF.
           WRITE LINEA-EXCEPCIONES FROM EXC-DETALLE.

       9000-FIN.
           CLOSE EMPMAST.
           IF NOT SIN-ARCHIVO-CUENTAS THEN
               CLOSE CUENTAS
           END-IF.
           CLOSE CTAXRPT.
           MOVE EXC-SIN-CUENTA TO FORMATO-EXC.
           DISPLAY "CTAEXCEP: EMPLEADOS SIN CUENTA: " FORMATO-EXC.
           MOVE EXC-SIN-EMPLEADO TO FORMATO-EXC.
           DISPLAY "CTAEXCEP: CUENTAS SIN EMPLEADO: " FORMATO-EXC.
           MOVE EXC-MODIFICADAS TO FORMATO-EXC.
           DISPLAY "CTAEXCEP: CUENTAS MODIFICADAS:  " FORMATO-EXC.
           IF EXC-SIN-CUENTA > 0 OR EXC-SIN-EMPLEADO > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           COMPUTE RCT-GRABADOS = EXC-SIN-CUENTA + EXC-SIN-EMPLEADO
                   + EXC-MODIFICADAS.
           COMPUTE RCT-RECHAZADOS = EXC-SIN-CUENTA + EXC-SIN-EMPLEADO.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM CTAEXCEP.

      ******************************************************************
      * Author:A. MATIAS
      * Date:15-10-2026
      * Purpose: Morning status report of the overnight batch, off the
      *          RUNCTL run-control file every batch program writes a
      *          start and an end record to.  The night reported is
      *          the date on the ESTPARM card (AAAAMMDD; no card or a
      *          blank one means last night) and covers the runs
      *          started from 12:00 that day to 12:00 the next.  Lists
      *          every run with its counts, control total, condition
      *          code and state (OK, AVISO for RC=4, ERROR for RC=8
      *          or more, NO TERMINO for a start with no end record),
      *          and against the average records written by the
      *          job's last five good runs, flagging a change of more
      *          than 20%.  The JOBESPER calendar (job, D daily,
      *          S weekly with the weekday 1=Monday, M monthly with
      *          the day of month) names the jobs expected that
      *          night; those that did not run are listed.  Ends RC=8
      *          when anything failed, did not finish or did not run,
      *          RC=4 on warnings or deviations.
      * Tectonics: FOOOOO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTPROC.
       AUTHOR. A. MATIAS.
       INSTALLATION. COBOLICS.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTPARM ASSIGN TO "ESTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTPARM-STATUS.

           SELECT JOBESPER ASSIGN TO "JOBESPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBESPER-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

           SELECT ESTRPT ASSIGN TO "ESTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ESTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTPARM
           LABEL RECORDS ARE STANDARD.
       01  REG-ESTPARM.
           05  EST-PARM-FECHA.
               10  EST-PARM-ANIO           PIC 9(04).
               10  EST-PARM-MES            PIC 9(02).
               10  EST-PARM-DIA            PIC 9(02).
           05  EST-PARM-FECHA-X REDEFINES EST-PARM-FECHA
                                           PIC X(08).

       FD  JOBESPER
           LABEL RECORDS ARE STANDARD.
       01  REG-JOBESPER.
           05  ESP-TRABAJO                 PIC X(12).
           05  ESP-FRECUENCIA              PIC X(01).
               88  ESP-DIARIO              VALUE "D".
               88  ESP-SEMANAL             VALUE "S".
               88  ESP-MENSUAL             VALUE "M".
           05  ESP-DIA                     PIC 9(02).
           05  ESP-DIA-X REDEFINES ESP-DIA PIC X(02).

      * Run-control record as the batch programs write it.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL.
           05  RCT-TRABAJO                 PIC X(12).
           05  RCT-TIPO                    PIC X(01).
               88  RCT-INICIO              VALUE "I".
               88  RCT-FIN                 VALUE "F".
           05  RCT-FECHA                   PIC 9(08).
           05  RCT-HORA                    PIC 9(06).
           05  RCT-LEIDOS                  PIC 9(07).
           05  RCT-GRABADOS                PIC 9(07).
           05  RCT-RECHAZADOS              PIC 9(07).
           05  RCT-TOTAL-DESC              PIC X(10).
           05  RCT-TOTAL-CONTROL           PIC 9(13)V9(02).
           05  RCT-CC                      PIC 9(03).
           05  FILLER                      PIC X(04).

       FD  ESTRPT
           LABEL RECORDS ARE STANDARD.
       01  LINEA-ESTADO                    PIC X(132).

       WORKING-STORAGE SECTION.
       77 ESTPARM-STATUS PIC X(02) VALUE "00".
       77 JOBESPER-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-JOBESPER VALUE "10".
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-RUNCTL VALUE "10".
       77 ESTRPT-STATUS PIC X(02) VALUE "00".
       77 SW-SIN-JOBESPER PIC X(01) VALUE "N".
           88 SIN-ARCHIVO-JOBESPER VALUE "S".
       77 EST-FECHA-HOY PIC X(21) VALUE SPACES.
       77 EST-NOCHE PIC 9(08) VALUE 0.
       77 EST-NOCHE-SIGUIENTE PIC 9(08) VALUE 0.
       77 EST-DIA-ENTERO PIC 9(07) COMP VALUE 0.
       77 EST-COCIENTE PIC 9(07) COMP VALUE 0.
       77 EST-DIA-SEMANA PIC 9(01) COMP VALUE 0.
       77 EST-DIA-MES PIC 9(02) VALUE 0.
       77 EST-DESDE PIC 9(14) VALUE 0.
       77 EST-HASTA PIC 9(14) VALUE 0.
       77 EST-MOMENTO PIC 9(14) VALUE 0.
       77 EST-SUMA PIC 9(09) COMP VALUE 0.
       77 EST-HIST-IND PIC 9(01) COMP VALUE 0.
       77 EST-VARIACION PIC S9(05)V9(02) VALUE 0.
       77 EST-UMBRAL-DESVIO PIC 9(03) VALUE 20.
       77 EST-CORRIDAS PIC 9(05) COMP VALUE 0.
       77 EST-OK PIC 9(05) COMP VALUE 0.
       77 EST-AVISOS PIC 9(05) COMP VALUE 0.
       77 EST-ERRORES PIC 9(05) COMP VALUE 0.
       77 EST-NO-TERMINO PIC 9(05) COMP VALUE 0.
       77 EST-FALTANTES PIC 9(05) COMP VALUE 0.
       77 EST-DESVIOS PIC 9(05) COMP VALUE 0.
       77 FORMATO-EST PIC ZZZZ9.

      * One slot per job seen on JOBESPER or RUNCTL.  The last five
      * good runs (RC 4 or less) before each one are kept round-robin
      * for the trend.
       77 TRB-USADOS PIC 9(03) COMP VALUE 0.
       77 TRB-IND PIC 9(03) COMP VALUE 0.
       77 TRB-DESBORDES PIC 9(05) COMP VALUE 0.
       77 SW-TRB-HALLADO PIC X(01) VALUE "N".
           88 TRB-HALLADO VALUE "S".
       77 EST-TRABAJO-BUSCADO PIC X(12) VALUE SPACES.
       01 TABLA-TRABAJOS.
           05 TRB-ENTRADA OCCURS 60 TIMES.
               10 TRB-NOMBRE PIC X(12).
               10 TRB-FRECUENCIA PIC X(01).
               10 TRB-DIA PIC 9(02).
               10 TRB-ESPERADO PIC X(01).
               10 TRB-CORRIO PIC X(01).
               10 TRB-HIST-USADOS PIC 9(01) COMP.
               10 TRB-HIST-ULTIMO PIC 9(01) COMP.
               10 TRB-HIST-GRABADOS PIC 9(07) COMP OCCURS 5 TIMES.

      * The runs of the night, in start order.
       77 COR-USADOS PIC 9(03) COMP VALUE 0.
       77 COR-IND PIC 9(03) COMP VALUE 0.
       77 COR-DESBORDES PIC 9(05) COMP VALUE 0.
       77 SW-COR-HALLADO PIC X(01) VALUE "N".
           88 COR-HALLADO VALUE "S".
       01 TABLA-CORRIDAS.
           05 COR-ENTRADA OCCURS 300 TIMES.
               10 COR-TRABAJO PIC X(12).
               10 COR-FECHA PIC 9(08).
               10 COR-HORA-INICIO PIC 9(06).
               10 COR-HORA-FIN PIC 9(06).
               10 COR-TERMINO PIC X(01).
               10 COR-LEIDOS PIC 9(07).
               10 COR-GRABADOS PIC 9(07).
               10 COR-RECHAZADOS PIC 9(07).
               10 COR-TOTAL-DESC PIC X(10).
               10 COR-TOTAL-CONTROL PIC 9(13)V9(02).
               10 COR-CC PIC 9(03).
               10 COR-HIST-USADOS PIC 9(01) COMP.
               10 COR-PROMEDIO PIC 9(07) COMP.

       01 EST-ENCABEZADO.
           05 FILLER PIC X(37) VALUE
               "ESTADO DE PROCESOS BATCH   NOCHE DEL ".
           05 EST-ENC-NOCHE PIC 9(08).
           05 FILLER PIC X(03) VALUE "  (".
           05 EST-ENC-DESDE PIC 9(08).
           05 FILLER PIC X(09) VALUE " 12:00 A ".
           05 EST-ENC-HASTA PIC 9(08).
           05 FILLER PIC X(19) VALUE " 12:00)   EMITIDO: ".
           05 EST-ENC-FECHA PIC X(08).
       01 EST-TITULO.
           05 EST-TIT-TEXTO PIC X(60).
       01 EST-COLUMNAS.
           05 FILLER PIC X(37) VALUE
               "TRABAJO      FECHA    INICIO FIN".
           05 FILLER PIC X(27) VALUE
               " LEIDOS GRABADOS RECHAZOS".
           05 FILLER PIC X(32) VALUE
               "CONTROL           IMPORTE   CC".
           05 FILLER PIC X(26) VALUE
               "ESTADO    PROMEDIO   VAR.%".
       01 EST-DETALLE.
           05 EST-DET-TRABAJO PIC X(12).
           05 FILLER PIC X(01).
           05 EST-DET-FECHA PIC 9(08).
           05 EST-DET-FECHA-X REDEFINES EST-DET-FECHA PIC X(08).
           05 FILLER PIC X(01).
           05 EST-DET-INICIO PIC 9(06).
           05 EST-DET-INICIO-X REDEFINES EST-DET-INICIO PIC X(06).
           05 FILLER PIC X(01).
           05 EST-DET-FIN PIC 9(06).
           05 EST-DET-FIN-X REDEFINES EST-DET-FIN PIC X(06).
           05 FILLER PIC X(02).
           05 EST-DET-LEIDOS PIC ZZZZZZ9.
           05 FILLER PIC X(02).
           05 EST-DET-GRABADOS PIC ZZZZZZ9.
           05 FILLER PIC X(02).
           05 EST-DET-RECHAZADOS PIC ZZZZZZ9.
           05 FILLER PIC X(02).
           05 EST-DET-TOTAL-DESC PIC X(10).
           05 FILLER PIC X(01).
           05 EST-DET-TOTAL PIC Z(10)9.99.
           05 FILLER PIC X(02).
           05 EST-DET-CC PIC ZZ9.
           05 FILLER PIC X(02).
           05 EST-DET-ESTADO PIC X(10).
           05 FILLER PIC X(01).
           05 EST-DET-PROMEDIO PIC ZZZZZZ9.
           05 EST-DET-PROMEDIO-X REDEFINES EST-DET-PROMEDIO
                                 PIC X(07).
           05 FILLER PIC X(01).
           05 EST-DET-VARIACION PIC -ZZ9.99.
           05 EST-DET-VARIACION-X REDEFINES EST-DET-VARIACION
                                  PIC X(07).
           05 FILLER PIC X(01).
           05 EST-DET-MARCA PIC X(08).
       01 EST-FALTANTE.
           05 EST-FAL-TRABAJO PIC X(12).
           05 FILLER PIC X(02) VALUE SPACES.
           05 EST-FAL-FRECUENCIA PIC X(07).
           05 EST-FAL-DIA-TEXTO PIC X(06).
           05 EST-FAL-DIA PIC Z9.
           05 EST-FAL-DIA-X REDEFINES EST-FAL-DIA PIC X(02).
       01 EST-LINEA-CONTEO.
           05 EST-LC-TEXTO PIC X(30).
           05 EST-LC-CANTIDAD PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESAR-REGISTRO UNTIL FIN-DE-RUNCTL.
           PERFORM 3000-IMPRIMIR-CORRIDAS.
           PERFORM 4000-IMPRIMIR-FALTANTES.
           PERFORM 5000-RESUMEN.
           PERFORM 9000-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO EST-FECHA-HOY.
           PERFORM 1100-LEER-NOCHE.
           OPEN INPUT RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               DISPLAY "ESTPROC: NO EXISTE EL ARCHIVO RUNCTL"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-CARGAR-CALENDARIO.
           OPEN OUTPUT ESTRPT.
           MOVE EST-NOCHE TO EST-ENC-NOCHE.
           MOVE EST-NOCHE TO EST-ENC-DESDE.
           MOVE EST-NOCHE-SIGUIENTE TO EST-ENC-HASTA.
           MOVE EST-FECHA-HOY(1:8) TO EST-ENC-FECHA.
           WRITE LINEA-ESTADO FROM EST-ENCABEZADO.
           READ RUNCTL
               AT END SET FIN-DE-RUNCTL TO TRUE
           END-READ.

      * No ESTPARM card (or a blank one) means last night.  The night
      * of D runs from D 12:00:00 to D+1 11:59:59; its weekday
      * (1=Monday: day 1 of the integer calendar is a Monday) and day
      * of month decide which jobs were expected.
       1100-LEER-NOCHE.
           MOVE EST-FECHA-HOY(1:8) TO EST-NOCHE.
           COMPUTE EST-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(EST-NOCHE) - 1.
           COMPUTE EST-NOCHE = FUNCTION DATE-OF-INTEGER(EST-DIA-ENTERO).
           OPEN INPUT ESTPARM.
           IF ESTPARM-STATUS NOT = "35" THEN
               READ ESTPARM
                   AT END MOVE SPACES TO REG-ESTPARM
               END-READ
               IF EST-PARM-FECHA-X NOT = SPACES THEN
                   IF EST-PARM-FECHA-X NOT NUMERIC
                           OR EST-PARM-MES < 1 OR EST-PARM-MES > 12
                           OR EST-PARM-DIA < 1
                           OR EST-PARM-DIA > 31 THEN
                       DISPLAY "ESTPROC: FECHA INVALIDA EN ESTPARM "
                           EST-PARM-FECHA-X
                       CLOSE ESTPARM
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE EST-PARM-FECHA TO EST-NOCHE
               END-IF
               CLOSE ESTPARM
           END-IF.
           COMPUTE EST-DIA-ENTERO = FUNCTION INTEGER-OF-DATE(EST-NOCHE).
           DIVIDE EST-DIA-ENTERO BY 7 GIVING EST-COCIENTE
               REMAINDER EST-DIA-SEMANA.
           IF EST-DIA-SEMANA = 0 THEN
               MOVE 7 TO EST-DIA-SEMANA
           END-IF.
           MOVE EST-NOCHE(7:2) TO EST-DIA-MES.
           ADD 1 TO EST-DIA-ENTERO.
           COMPUTE EST-NOCHE-SIGUIENTE =
               FUNCTION DATE-OF-INTEGER(EST-DIA-ENTERO).
           COMPUTE EST-DESDE = EST-NOCHE * 1000000 + 120000.
           COMPUTE EST-HASTA = EST-NOCHE-SIGUIENTE * 1000000 + 115959.

      * A job on the calendar twice keeps its first card.
       1200-CARGAR-CALENDARIO.
           OPEN INPUT JOBESPER.
           IF JOBESPER-STATUS = "35" THEN
               MOVE "S" TO SW-SIN-JOBESPER
           ELSE
               READ JOBESPER
                   AT END SET FIN-DE-JOBESPER TO TRUE
               END-READ
               PERFORM 1210-CARGAR-TRABAJO UNTIL FIN-DE-JOBESPER
               CLOSE JOBESPER
           END-IF.

       1210-CARGAR-TRABAJO.
           IF ESP-TRABAJO NOT = SPACES THEN
               MOVE ESP-TRABAJO TO EST-TRABAJO-BUSCADO
               PERFORM 8000-UBICAR-TRABAJO
               IF TRB-HALLADO AND TRB-FRECUENCIA(TRB-IND) = SPACE THEN
                   MOVE ESP-FRECUENCIA TO TRB-FRECUENCIA(TRB-IND)
                   IF ESP-DIA-X NUMERIC THEN
                       MOVE ESP-DIA TO TRB-DIA(TRB-IND)
                   END-IF
                   IF ESP-DIARIO
                           OR (ESP-SEMANAL
                               AND TRB-DIA(TRB-IND) = EST-DIA-SEMANA)
                           OR (ESP-MENSUAL
                               AND TRB-DIA(TRB-IND) = EST-DIA-MES) THEN
                       MOVE "S" TO TRB-ESPERADO(TRB-IND)
                   END-IF
               END-IF
           END-IF.
           READ JOBESPER
               AT END SET FIN-DE-JOBESPER TO TRUE
           END-READ.

      * Records before the night only feed the trend; records after
      * it (a later night, or a rerun of an older one) are skipped.
       2000-PROCESAR-REGISTRO.
           COMPUTE EST-MOMENTO = RCT-FECHA * 1000000 + RCT-HORA.
           MOVE RCT-TRABAJO TO EST-TRABAJO-BUSCADO.
           PERFORM 8000-UBICAR-TRABAJO.
           IF TRB-HALLADO THEN
               IF EST-MOMENTO < EST-DESDE THEN
                   IF RCT-FIN AND RCT-CC NOT > 4 THEN
                       PERFORM 2300-AGREGAR-HISTORIA
                   END-IF
               ELSE IF EST-MOMENTO NOT > EST-HASTA THEN
                   MOVE "S" TO TRB-CORRIO(TRB-IND)
                   IF RCT-INICIO THEN
                       PERFORM 2100-ABRIR-CORRIDA
                   ELSE IF RCT-FIN THEN
                       PERFORM 2200-CERRAR-CORRIDA
                   END-IF
               END-IF
           END-IF.
           READ RUNCTL
               AT END SET FIN-DE-RUNCTL TO TRUE
           END-READ.

       2100-ABRIR-CORRIDA.
           IF COR-USADOS NOT < 300 THEN
               ADD 1 TO COR-DESBORDES
           ELSE
               ADD 1 TO COR-USADOS
               MOVE COR-USADOS TO COR-IND
               MOVE RCT-TRABAJO TO COR-TRABAJO(COR-IND)
               MOVE RCT-FECHA TO COR-FECHA(COR-IND)
               MOVE RCT-HORA TO COR-HORA-INICIO(COR-IND)
               MOVE 0 TO COR-HORA-FIN(COR-IND)
               MOVE "N" TO COR-TERMINO(COR-IND)
               MOVE 0 TO COR-LEIDOS(COR-IND)
               MOVE 0 TO COR-GRABADOS(COR-IND)
               MOVE 0 TO COR-RECHAZADOS(COR-IND)
               MOVE SPACES TO COR-TOTAL-DESC(COR-IND)
               MOVE 0 TO COR-TOTAL-CONTROL(COR-IND)
               MOVE 0 TO COR-CC(COR-IND)
               MOVE 0 TO COR-HIST-USADOS(COR-IND)
               MOVE 0 TO COR-PROMEDIO(COR-IND)
           END-IF.

      * The end record closes the job's latest run still open; one
      * whose start fell before the night gets a run of its own with
      * no start date.  The trend is taken before this run joins it.
       2200-CERRAR-CORRIDA.
           MOVE "N" TO SW-COR-HALLADO.
           MOVE COR-USADOS TO COR-IND.
           PERFORM 2210-BUSCAR-ABIERTA UNTIL COR-HALLADO OR COR-IND = 0.
           IF NOT COR-HALLADO THEN
               PERFORM 2100-ABRIR-CORRIDA
               IF COR-IND > 0 THEN
                   MOVE 0 TO COR-FECHA(COR-IND)
                   MOVE 0 TO COR-HORA-INICIO(COR-IND)
               END-IF
           END-IF.
           IF COR-IND > 0 THEN
               MOVE RCT-HORA TO COR-HORA-FIN(COR-IND)
               MOVE "S" TO COR-TERMINO(COR-IND)
               MOVE RCT-LEIDOS TO COR-LEIDOS(COR-IND)
               MOVE RCT-GRABADOS TO COR-GRABADOS(COR-IND)
               MOVE RCT-RECHAZADOS TO COR-RECHAZADOS(COR-IND)
               MOVE RCT-TOTAL-DESC TO COR-TOTAL-DESC(COR-IND)
               MOVE RCT-TOTAL-CONTROL TO COR-TOTAL-CONTROL(COR-IND)
               MOVE RCT-CC TO COR-CC(COR-IND)
               MOVE TRB-HIST-USADOS(TRB-IND) TO COR-HIST-USADOS(COR-IND)
               IF TRB-HIST-USADOS(TRB-IND) > 0 THEN
                   MOVE 0 TO EST-SUMA
                   MOVE 1 TO EST-HIST-IND
                   PERFORM 2220-SUMAR-HISTORIA
                       UNTIL EST-HIST-IND > TRB-HIST-USADOS(TRB-IND)
                   COMPUTE COR-PROMEDIO(COR-IND) ROUNDED =
                           EST-SUMA / TRB-HIST-USADOS(TRB-IND)
               END-IF
           END-IF.
           IF RCT-CC NOT > 4 THEN
               PERFORM 2300-AGREGAR-HISTORIA
           END-IF.

       2210-BUSCAR-ABIERTA.
           IF COR-TRABAJO(COR-IND) = RCT-TRABAJO
                   AND COR-TERMINO(COR-IND) = "N" THEN
               MOVE "S" TO SW-COR-HALLADO
           ELSE
               SUBTRACT 1 FROM COR-IND
           END-IF.

       2220-SUMAR-HISTORIA.
           ADD TRB-HIST-GRABADOS(TRB-IND, EST-HIST-IND) TO EST-SUMA.
           ADD 1 TO EST-HIST-IND.

       2300-AGREGAR-HISTORIA.
           ADD 1 TO TRB-HIST-ULTIMO(TRB-IND).
           IF TRB-HIST-ULTIMO(TRB-IND) > 5 THEN
               MOVE 1 TO TRB-HIST-ULTIMO(TRB-IND)
           END-IF.
           MOVE RCT-GRABADOS TO TRB-HIST-GRABADOS(TRB-IND,
               TRB-HIST-ULTIMO(TRB-IND)).
           IF TRB-HIST-USADOS(TRB-IND) < 5 THEN
               ADD 1 TO TRB-HIST-USADOS(TRB-IND)
           END-IF.

       3000-IMPRIMIR-CORRIDAS.
           MOVE "1. CORRIDAS DE LA NOCHE" TO EST-TIT-TEXTO.
           MOVE SPACES TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           WRITE LINEA-ESTADO FROM EST-TITULO.
           WRITE LINEA-ESTADO FROM EST-COLUMNAS.
           MOVE 1 TO COR-IND.
           PERFORM 3100-IMPRIMIR-CORRIDA UNTIL COR-IND > COR-USADOS.

       3100-IMPRIMIR-CORRIDA.
           ADD 1 TO EST-CORRIDAS.
           MOVE SPACES TO EST-DETALLE.
           MOVE COR-TRABAJO(COR-IND) TO EST-DET-TRABAJO.
           IF COR-FECHA(COR-IND) = 0 THEN
               MOVE SPACES TO EST-DET-FECHA-X
               MOVE SPACES TO EST-DET-INICIO-X
           ELSE
               MOVE COR-FECHA(COR-IND) TO EST-DET-FECHA
               MOVE COR-HORA-INICIO(COR-IND) TO EST-DET-INICIO
           END-IF.
           IF COR-TERMINO(COR-IND) = "N" THEN
               ADD 1 TO EST-NO-TERMINO
               MOVE SPACES TO EST-DET-FIN-X
               MOVE "NO TERMINO" TO EST-DET-ESTADO
               MOVE SPACES TO EST-DET-PROMEDIO-X
               MOVE SPACES TO EST-DET-VARIACION-X
           ELSE
               MOVE COR-HORA-FIN(COR-IND) TO EST-DET-FIN
               MOVE COR-LEIDOS(COR-IND) TO EST-DET-LEIDOS
               MOVE COR-GRABADOS(COR-IND) TO EST-DET-GRABADOS
               MOVE COR-RECHAZADOS(COR-IND) TO EST-DET-RECHAZADOS
               MOVE COR-TOTAL-DESC(COR-IND) TO EST-DET-TOTAL-DESC
               IF COR-TOTAL-DESC(COR-IND) NOT = SPACES THEN
                   MOVE COR-TOTAL-CONTROL(COR-IND) TO EST-DET-TOTAL
               END-IF
               MOVE COR-CC(COR-IND) TO EST-DET-CC
               PERFORM 3200-TENDENCIA
               IF COR-CC(COR-IND) = 0 THEN
                   ADD 1 TO EST-OK
                   MOVE "OK" TO EST-DET-ESTADO
               ELSE IF COR-CC(COR-IND) NOT > 4 THEN
                   ADD 1 TO EST-AVISOS
                   MOVE "AVISO" TO EST-DET-ESTADO
               ELSE
                   ADD 1 TO EST-ERRORES
                   MOVE "ERROR" TO EST-DET-ESTADO
               END-IF
           END-IF.
           WRITE LINEA-ESTADO FROM EST-DETALLE.
           ADD 1 TO COR-IND.

      * Records written against the average of the job's previous
      * good runs; a job with no history, or one that usually writes
      * nothing, shows no variation.
       3200-TENDENCIA.
           IF COR-HIST-USADOS(COR-IND) = 0 THEN
               MOVE SPACES TO EST-DET-PROMEDIO-X
               MOVE SPACES TO EST-DET-VARIACION-X
           ELSE
               MOVE COR-PROMEDIO(COR-IND) TO EST-DET-PROMEDIO
               IF COR-PROMEDIO(COR-IND) = 0 THEN
                   MOVE SPACES TO EST-DET-VARIACION-X
               ELSE
                   COMPUTE EST-VARIACION ROUNDED =
                           (COR-GRABADOS(COR-IND)
                           - COR-PROMEDIO(COR-IND)) * 100
                           / COR-PROMEDIO(COR-IND)
                       ON SIZE ERROR
                           MOVE 999.99 TO EST-VARIACION
                   END-COMPUTE
                   IF EST-VARIACION > 999.99 THEN
                       MOVE 999.99 TO EST-VARIACION
                   END-IF
                   MOVE EST-VARIACION TO EST-DET-VARIACION
                   IF EST-VARIACION > EST-UMBRAL-DESVIO
                           OR EST-VARIACION < 0 - EST-UMBRAL-DESVIO THEN
                       ADD 1 TO EST-DESVIOS
                       MOVE "*DESVIO*" TO EST-DET-MARCA
                   END-IF
               END-IF
           END-IF.

       4000-IMPRIMIR-FALTANTES.
           MOVE "2. TRABAJOS ESPERADOS QUE NO CORRIERON" TO
               EST-TIT-TEXTO.
           MOVE SPACES TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           WRITE LINEA-ESTADO FROM EST-TITULO.
           IF SIN-ARCHIVO-JOBESPER THEN
               MOVE "SIN CALENDARIO JOBESPER" TO EST-TIT-TEXTO
               WRITE LINEA-ESTADO FROM EST-TITULO
           ELSE
               MOVE 1 TO TRB-IND
               PERFORM 4100-VERIFICAR-TRABAJO UNTIL TRB-IND > TRB-USADOS
           END-IF.

       4100-VERIFICAR-TRABAJO.
           IF TRB-ESPERADO(TRB-IND) = "S"
                   AND TRB-CORRIO(TRB-IND) NOT = "S" THEN
               ADD 1 TO EST-FALTANTES
               MOVE TRB-NOMBRE(TRB-IND) TO EST-FAL-TRABAJO
               IF TRB-FRECUENCIA(TRB-IND) = "D" THEN
                   MOVE "DIARIO" TO EST-FAL-FRECUENCIA
                   MOVE SPACES TO EST-FAL-DIA-TEXTO
                   MOVE SPACES TO EST-FAL-DIA-X
               ELSE
                   IF TRB-FRECUENCIA(TRB-IND) = "S" THEN
                       MOVE "SEMANAL" TO EST-FAL-FRECUENCIA
                   ELSE
                       MOVE "MENSUAL" TO EST-FAL-FRECUENCIA
                   END-IF
                   MOVE "  DIA " TO EST-FAL-DIA-TEXTO
                   MOVE TRB-DIA(TRB-IND) TO EST-FAL-DIA
               END-IF
               WRITE LINEA-ESTADO FROM EST-FALTANTE
           END-IF.
           ADD 1 TO TRB-IND.

       5000-RESUMEN.
           MOVE SPACES TO LINEA-ESTADO.
           WRITE LINEA-ESTADO.
           MOVE "CORRIDAS:" TO EST-LC-TEXTO.
           MOVE EST-CORRIDAS TO EST-LC-CANTIDAD.
           WRITE LINEA-ESTADO FROM EST-LINEA-CONTEO.
           MOVE "  TERMINADAS OK:" TO EST-LC-TEXTO.
           MOVE EST-OK TO EST-LC-CANTIDAD.
           WRITE LINEA-ESTADO FROM EST-LINEA-CONTEO.
           MOVE "  CON AVISO (RC=4):" TO EST-LC-TEXTO.
           MOVE EST-AVISOS TO EST-LC-CANTIDAD.
           WRITE LINEA-ESTADO FROM EST-LINEA-CONTEO.
           MOVE "  CON ERROR (RC>=8):" TO EST-LC-TEXTO.
           MOVE EST-ERRORES TO EST-LC-CANTIDAD.
           WRITE LINEA-ESTADO FROM EST-LINEA-CONTEO.
           MOVE "  SIN TERMINAR:" TO EST-LC-TEXTO.
           MOVE EST-NO-TERMINO TO EST-LC-CANTIDAD.
           WRITE LINEA-ESTADO FROM EST-LINEA-CONTEO.
           MOVE "ESPERADOS QUE NO CORRIERON:" TO EST-LC-TEXTO.
           MOVE EST-FALTANTES TO EST-LC-CANTIDAD.
           WRITE LINEA-ESTADO FROM EST-LINEA-CONTEO.
           MOVE "DESVIOS CONTRA LA TENDENCIA:" TO EST-LC-TEXTO.
           MOVE EST-DESVIOS TO EST-LC-CANTIDAD.
           WRITE LINEA-ESTADO FROM EST-LINEA-CONTEO.
           IF TRB-DESBORDES > 0 OR COR-DESBORDES > 0 THEN
               MOVE "TABLAS DESBORDADAS, PARCIAL:" TO EST-LC-TEXTO
               COMPUTE EST-LC-CANTIDAD = TRB-DESBORDES + COR-DESBORDES
               WRITE LINEA-ESTADO FROM EST-LINEA-CONTEO
           END-IF.

      * Looks EST-TRABAJO-BUSCADO up in the job table, adding it when
      * new; TRB-IND points at its slot when TRB-HALLADO.
       8000-UBICAR-TRABAJO.
           MOVE "N" TO SW-TRB-HALLADO.
           MOVE 1 TO TRB-IND.
           PERFORM 8010-COMPARAR-TRABAJO
               UNTIL TRB-HALLADO OR TRB-IND > TRB-USADOS.
           IF NOT TRB-HALLADO THEN
               IF TRB-USADOS NOT < 60 THEN
                   ADD 1 TO TRB-DESBORDES
               ELSE
                   ADD 1 TO TRB-USADOS
                   MOVE TRB-USADOS TO TRB-IND
                   MOVE EST-TRABAJO-BUSCADO TO TRB-NOMBRE(TRB-IND)
                   MOVE SPACE TO TRB-FRECUENCIA(TRB-IND)
                   MOVE 0 TO TRB-DIA(TRB-IND)
                   MOVE "N" TO TRB-ESPERADO(TRB-IND)
                   MOVE "N" TO TRB-CORRIO(TRB-IND)
                   MOVE 0 TO TRB-HIST-USADOS(TRB-IND)
                   MOVE 0 TO TRB-HIST-ULTIMO(TRB-IND)
                   MOVE "S" TO SW-TRB-HALLADO
               END-IF
           END-IF.

       8010-COMPARAR-TRABAJO.
           IF TRB-NOMBRE(TRB-IND) = EST-TRABAJO-BUSCADO THEN
               MOVE "S" TO SW-TRB-HALLADO
           ELSE
               ADD 1 TO TRB-IND
           END-IF.

       9000-FIN.
           CLOSE RUNCTL.
           CLOSE ESTRPT.
           MOVE EST-CORRIDAS TO FORMATO-EST.
           DISPLAY "ESTPROC: CORRIDAS:              " FORMATO-EST.
           COMPUTE FORMATO-EST = EST-ERRORES + EST-NO-TERMINO.
           DISPLAY "ESTPROC: CON ERROR/SIN TERMINAR:" FORMATO-EST.
           MOVE EST-FALTANTES TO FORMATO-EST.
           DISPLAY "ESTPROC: ESPERADOS SIN CORRER:  " FORMATO-EST.
           MOVE EST-DESVIOS TO FORMATO-EST.
           DISPLAY "ESTPROC: DESVIOS:               " FORMATO-EST.
           IF EST-ERRORES > 0 OR EST-NO-TERMINO > 0
                   OR EST-FALTANTES > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE IF EST-AVISOS > 0 OR EST-DESVIOS > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.

       END PROGRAM ESTPROC.

      ******************************************************************
      * Author:A. MATIAS
      * Date:15-10-2026
      * Purpose: Loads approved leave from LICCARDS cards (legajo,
      *          leave type, first and last day) onto LICTOM, keyed
      *          by legajo and first day, for NOMINA to pay:
      *           - V vacation: paid, and taken off the year's
      *             balance on LICSALDO;
      *           - E sickness: paid, off no balance;
      *           - S unpaid leave: recorded, never paid.
      *          Days are calendar days, first and last included; a
      *          leave may not run into the next year.  A card whose
      *          leave overlaps one already on file for the legajo,
      *          or a vacation beyond what is left of the year's
      *          balance, is refused.  The first vacation of a year
      *          opens the legajo's LICSALDO record with the days
      *          accrued by seniority at 31-12 of that year:
      *             under  5 years  14 days
      *             under 10 years  21 days
      *             under 20 years  28 days
      *             20 or more      35 days
      *          and, for anyone hired after 30-06 of the year, one
      *          day per 20 calendar days from hire to 31-12.  Bad
      *          cards go to LICRECH with their reason and the job
      *          ends RC=8.
      * Tectonics: FOOOOO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGALIC.
       AUTHOR. A. MATIAS.
       INSTALLATION. COBOLICS.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LICCARDS ASSIGN TO "LICCARDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LICCARDS-STATUS.

           SELECT EMPMAST ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-LEGAJO
               ALTERNATE RECORD KEY IS EMP-NOMBRE WITH DUPLICATES
               FILE STATUS IS EMPMAST-STATUS.

           SELECT LICTOM ASSIGN TO "LICTOM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LTOM-CLAVE
               FILE STATUS IS LICTOM-STATUS.

           SELECT LICSALDO ASSIGN TO "LICSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LSAL-CLAVE
               FILE STATUS IS LICSALDO-STATUS.

           SELECT LICRECH ASSIGN TO "LICRECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LICRECH-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LICCARDS
           LABEL RECORDS ARE STANDARD.
       01  REG-LICCARD.
           05  CARD-LIC-LEGAJO             PIC 9(06).
           05  CARD-LIC-LEGAJO-X REDEFINES CARD-LIC-LEGAJO
                                           PIC X(06).
           05  CARD-LIC-TIPO               PIC X(01).
               88  CARD-LIC-VACACIONES     VALUE "V".
               88  CARD-LIC-TIPO-VALIDO    VALUE "V" "E" "S".
           05  CARD-LIC-DESDE              PIC 9(08).
           05  CARD-LIC-DESDE-X REDEFINES CARD-LIC-DESDE
                                           PIC X(08).
           05  CARD-LIC-DESDE-R REDEFINES CARD-LIC-DESDE.
               10  CARD-LIC-DESDE-ANIO     PIC 9(04).
               10  FILLER                  PIC 9(04).
           05  CARD-LIC-HASTA              PIC 9(08).
           05  CARD-LIC-HASTA-X REDEFINES CARD-LIC-HASTA
                                           PIC X(08).
           05  CARD-LIC-HASTA-R REDEFINES CARD-LIC-HASTA.
               10  CARD-LIC-HASTA-ANIO     PIC 9(04).
               10  FILLER                  PIC 9(04).

       FD  EMPMAST
           LABEL RECORDS ARE STANDARD.
       01  EMP-RECORD.
           05  EMP-LEGAJO                  PIC 9(06).
           05  EMP-NOMBRE                  PIC X(20).
           05  EMP-DEPARTAMENTO            PIC X(10).
           05  EMP-FECHA-ALTA              PIC 9(08).
           05  EMP-TARIFA-HORA             PIC 9(04)V9(02).
           05  EMP-HORAS-CONTRATO          PIC 9(03).
           05  EMP-ESTADO                  PIC X(01).
               88  EMP-ACTIVO              VALUE "A".
               88  EMP-INACTIVO            VALUE "I".

      * LICTOM holds every leave taken, keyed by legajo and first
      * day.  LTOM-PERIODO-PAGO is the payroll period that paid it:
      * zero until NOMINA pays it, and always zero on unpaid leave.
       FD  LICTOM
           LABEL RECORDS ARE STANDARD.
       01  REG-LICTOM.
           05  LTOM-CLAVE.
               10  LTOM-LEGAJO             PIC 9(06).
               10  LTOM-DESDE              PIC 9(08).
           05  LTOM-HASTA                  PIC 9(08).
           05  LTOM-TIPO                   PIC X(01).
           05  LTOM-DIAS                   PIC 9(03).
           05  LTOM-FECHA-CARGA            PIC 9(08).
           05  LTOM-PERIODO-PAGO           PIC 9(06).

      * LICSALDO is the vacation balance per legajo and year: the
      * seniority at 31-12, the days accrued and the days taken so
      * far, and the date the accrual was worked out.
       FD  LICSALDO
           LABEL RECORDS ARE STANDARD.
       01  REG-LICSALDO.
           05  LSAL-CLAVE.
               10  LSAL-LEGAJO             PIC 9(06).
               10  LSAL-ANIO               PIC 9(04).
           05  LSAL-ANTIGUEDAD             PIC 9(02).
           05  LSAL-DIAS-DERECHO           PIC 9(03).
           05  LSAL-DIAS-TOMADOS           PIC 9(03).
           05  LSAL-FECHA-CALCULO          PIC 9(08).

       FD  LICRECH
           LABEL RECORDS ARE STANDARD.
       01  LINEA-LIC-RECHAZO               PIC X(60).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "CARGALIC".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 LICCARDS-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-LICCARDS VALUE "10".
       77 EMPMAST-STATUS PIC X(02) VALUE "00".
       77 LICTOM-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-LICTOM VALUE "10".
       77 LICSALDO-STATUS PIC X(02) VALUE "00".
       77 LICRECH-STATUS PIC X(02) VALUE "00".
       77 LIC-FECHA-HOY PIC X(21) VALUE SPACES.
       77 SW-LIC-VALIDA PIC X(01) VALUE "S".
           88 LIC-ES-VALIDA VALUE "S".
       77 LIC-MOTIVO PIC X(30) VALUE SPACES.
       77 LIC-DIAS PIC 9(03) VALUE 0.
       77 LIC-LEIDAS PIC 9(05) COMP VALUE 0.
       77 LIC-ALTAS PIC 9(05) COMP VALUE 0.
       77 LIC-RECHAZADAS PIC 9(05) COMP VALUE 0.
       77 LIC-SALDOS-NUEVOS PIC 9(05) COMP VALUE 0.
       77 LIC-DIAS-CARGADOS PIC 9(07) COMP VALUE 0.
       77 FORMATO-LIC PIC ZZZZ9.

      * Accrual by seniority band: LIC-ESC-HASTA is the seniority
      * (years at 31-12) the band stops short of; the last band
      * takes everyone left.  Hired after 30-06, one day per
      * LIC-DIAS-POR-DIA calendar days worked in the year instead.
       01 LIC-TABLA-ESCALAS.
           05 FILLER PIC X(05) VALUE "05014".
           05 FILLER PIC X(05) VALUE "10021".
           05 FILLER PIC X(05) VALUE "20028".
           05 FILLER PIC X(05) VALUE "99035".
       01 LIC-ESCALAS REDEFINES LIC-TABLA-ESCALAS.
           05 LIC-ESCALA OCCURS 4 TIMES.
               10 LIC-ESC-HASTA PIC 9(02).
               10 LIC-ESC-DIAS PIC 9(03).
       77 LIC-ESC-IND PIC 9(02) COMP VALUE 0.
       77 LIC-DIAS-POR-DIA PIC 9(02) VALUE 20.
       77 LIC-ANIO-ALTA PIC 9(04) VALUE 0.
       77 LIC-DIAS-TRABAJADOS PIC 9(05) COMP VALUE 0.
       01 LIC-FECHAS-ANIO.
           05 LIC-CIERRE.
               10 LIC-CIERRE-ANIO PIC 9(04).
               10 FILLER PIC 9(04) VALUE 1231.
           05 LIC-CIERRE-FECHA REDEFINES LIC-CIERRE PIC 9(08).
           05 LIC-MITAD.
               10 LIC-MITAD-ANIO PIC 9(04).
               10 FILLER PIC 9(04) VALUE 0630.
           05 LIC-MITAD-FECHA REDEFINES LIC-MITAD PIC 9(08).
       01 REG-LIC-RECHAZO.
           05 LIC-RECH-CARD PIC X(23).
           05 FILLER PIC X(03) VALUE " | ".
           05 LIC-RECH-MOTIVO PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CARGAR-CARD UNTIL FIN-DE-LICCARDS.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO LIC-FECHA-HOY.
           OPEN INPUT LICCARDS.
           IF LICCARDS-STATUS = "35" THEN
               DISPLAY "CARGALIC: NO EXISTEN CARDS LICCARDS"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN INPUT EMPMAST.
           IF EMPMAST-STATUS = "35" THEN
               DISPLAY "CARGALIC: NO EXISTE EL MAESTRO EMPMAST"
               CLOSE LICCARDS
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN OUTPUT LICRECH.
           OPEN I-O LICTOM.
           IF LICTOM-STATUS = "35" THEN
               CLOSE LICTOM
               OPEN OUTPUT LICTOM
               CLOSE LICTOM
               OPEN I-O LICTOM
           END-IF.
           OPEN I-O LICSALDO.
           IF LICSALDO-STATUS = "35" THEN
               CLOSE LICSALDO
               OPEN OUTPUT LICSALDO
               CLOSE LICSALDO
               OPEN I-O LICSALDO
           END-IF.
           READ LICCARDS
               AT END SET FIN-DE-LICCARDS TO TRUE
           END-READ.

       2000-CARGAR-CARD.
           ADD 1 TO LIC-LEIDAS.
           PERFORM 2010-VALIDAR-CARD.
           IF LIC-ES-VALIDA THEN
               MOVE CARD-LIC-LEGAJO TO LTOM-LEGAJO
               MOVE CARD-LIC-DESDE TO LTOM-DESDE
               MOVE CARD-LIC-HASTA TO LTOM-HASTA
               MOVE CARD-LIC-TIPO TO LTOM-TIPO
               MOVE LIC-DIAS TO LTOM-DIAS
               MOVE LIC-FECHA-HOY(1:8) TO LTOM-FECHA-CARGA
               MOVE 0 TO LTOM-PERIODO-PAGO
               WRITE REG-LICTOM
               ADD 1 TO LIC-ALTAS
               ADD LIC-DIAS TO LIC-DIAS-CARGADOS
               IF CARD-LIC-VACACIONES THEN
                   ADD LIC-DIAS TO LSAL-DIAS-TOMADOS
                   REWRITE REG-LICSALDO
               END-IF
           ELSE
               ADD 1 TO LIC-RECHAZADAS
               PERFORM 2900-RECHAZAR-CARD
           END-IF.
           READ LICCARDS
               AT END SET FIN-DE-LICCARDS TO TRUE
           END-READ.

       2010-VALIDAR-CARD.
           MOVE "S" TO SW-LIC-VALIDA.
           MOVE SPACES TO LIC-MOTIVO.
           IF CARD-LIC-LEGAJO-X NOT NUMERIC THEN
               MOVE "N" TO SW-LIC-VALIDA
               MOVE "LEGAJO NO NUMERICO" TO LIC-MOTIVO
           ELSE IF CARD-LIC-LEGAJO = 0 THEN
               MOVE "N" TO SW-LIC-VALIDA
               MOVE "LEGAJO CERO" TO LIC-MOTIVO
           ELSE IF NOT CARD-LIC-TIPO-VALIDO THEN
               MOVE "N" TO SW-LIC-VALIDA
               MOVE "TIPO DEBE SER V, E O S" TO LIC-MOTIVO
           ELSE IF CARD-LIC-DESDE-X NOT NUMERIC THEN
               MOVE "N" TO SW-LIC-VALIDA
               MOVE "FECHA DESDE NO NUMERICA" TO LIC-MOTIVO
           ELSE IF FUNCTION TEST-DATE-YYYYMMDD(CARD-LIC-DESDE)
                   NOT = 0 THEN
               MOVE "N" TO SW-LIC-VALIDA
               MOVE "FECHA DESDE INVALIDA" TO LIC-MOTIVO
           ELSE IF CARD-LIC-HASTA-X NOT NUMERIC THEN
               MOVE "N" TO SW-LIC-VALIDA
               MOVE "FECHA HASTA NO NUMERICA" TO LIC-MOTIVO
           ELSE IF FUNCTION TEST-DATE-YYYYMMDD(CARD-LIC-HASTA)
                   NOT = 0 THEN
               MOVE "N" TO SW-LIC-VALIDA
               MOVE "FECHA HASTA INVALIDA" TO LIC-MOTIVO
           ELSE IF CARD-LIC-HASTA < CARD-LIC-DESDE THEN
               MOVE "N" TO SW-LIC-VALIDA
               MOVE "HASTA ANTERIOR A DESDE" TO LIC-MOTIVO
           ELSE IF CARD-LIC-HASTA-ANIO NOT = CARD-LIC-DESDE-ANIO THEN
               MOVE "N" TO SW-LIC-VALIDA
               MOVE "LICENCIA CRUZA DE ANIO" TO LIC-MOTIVO
           ELSE
               PERFORM 2020-VALIDAR-LICENCIA
           END-IF.

      * The card itself is sound: now the employee, the leave
      * already on file and, for vacation, the year's balance.
       2020-VALIDAR-LICENCIA.
           COMPUTE LIC-DIAS =
                   FUNCTION INTEGER-OF-DATE(CARD-LIC-HASTA) -
                   FUNCTION INTEGER-OF-DATE(CARD-LIC-DESDE) + 1.
           MOVE CARD-LIC-LEGAJO TO EMP-LEGAJO.
           READ EMPMAST
               INVALID KEY
                   MOVE "N" TO SW-LIC-VALIDA
                   MOVE "LEGAJO NO EXISTE EN EMPMAST" TO LIC-MOTIVO
           END-READ.
           IF LIC-ES-VALIDA AND NOT EMP-ACTIVO THEN
               MOVE "N" TO SW-LIC-VALIDA
               MOVE "EMPLEADO INACTIVO" TO LIC-MOTIVO
           END-IF.
           IF LIC-ES-VALIDA THEN
               PERFORM 2030-VERIFICAR-SUPERPOSICION
           END-IF.
           IF LIC-ES-VALIDA AND CARD-LIC-VACACIONES THEN
               PERFORM 2040-VERIFICAR-SALDO
           END-IF.

      * Every leave of the legajo, whatever its type, is checked for
      * a day in common with the card's.
       2030-VERIFICAR-SUPERPOSICION.
           MOVE "00" TO LICTOM-STATUS.
           MOVE CARD-LIC-LEGAJO TO LTOM-LEGAJO.
           MOVE 0 TO LTOM-DESDE.
           START LICTOM KEY NOT < LTOM-CLAVE
               INVALID KEY
                   SET FIN-DE-LICTOM TO TRUE
               NOT INVALID KEY
                   READ LICTOM NEXT RECORD
                       AT END SET FIN-DE-LICTOM TO TRUE
                   END-READ
           END-START.
           PERFORM 2035-COMPARAR-LICENCIA
               UNTIL FIN-DE-LICTOM OR NOT LIC-ES-VALIDA
                   OR LTOM-LEGAJO NOT = CARD-LIC-LEGAJO.

       2035-COMPARAR-LICENCIA.
           IF LTOM-DESDE NOT > CARD-LIC-HASTA
                   AND LTOM-HASTA NOT < CARD-LIC-DESDE THEN
               MOVE "N" TO SW-LIC-VALIDA
               MOVE "SUPERPUESTA CON OTRA LICENCIA" TO LIC-MOTIVO
           ELSE
               READ LICTOM NEXT RECORD
                   AT END SET FIN-DE-LICTOM TO TRUE
               END-READ
           END-IF.

      * The year's balance record is opened with the accrual the
      * first time it is needed; it stays even if this card is then
      * refused.
       2040-VERIFICAR-SALDO.
           MOVE CARD-LIC-LEGAJO TO LSAL-LEGAJO.
           MOVE CARD-LIC-DESDE-ANIO TO LSAL-ANIO.
           READ LICSALDO
               INVALID KEY
                   PERFORM 2050-CALCULAR-DERECHO
                   WRITE REG-LICSALDO
                   ADD 1 TO LIC-SALDOS-NUEVOS
           END-READ.
           IF LSAL-DIAS-TOMADOS + LIC-DIAS > LSAL-DIAS-DERECHO THEN
               MOVE "N" TO SW-LIC-VALIDA
               MOVE "EXCEDE SALDO DE VACACIONES" TO LIC-MOTIVO
           END-IF.

      * Accrual for year LSAL-ANIO from the EMPMAST record in hand.
      * Hired after the year ends, nothing is due.
       2050-CALCULAR-DERECHO.
           MOVE LSAL-ANIO TO LIC-CIERRE-ANIO.
           MOVE LSAL-ANIO TO LIC-MITAD-ANIO.
           MOVE 0 TO LSAL-ANTIGUEDAD.
           MOVE 0 TO LSAL-DIAS-DERECHO.
           MOVE 0 TO LSAL-DIAS-TOMADOS.
           MOVE LIC-FECHA-HOY(1:8) TO LSAL-FECHA-CALCULO.
           IF EMP-FECHA-ALTA > LIC-CIERRE-FECHA THEN
               CONTINUE
           ELSE IF EMP-FECHA-ALTA > LIC-MITAD-FECHA THEN
               COMPUTE LIC-DIAS-TRABAJADOS =
                       FUNCTION INTEGER-OF-DATE(LIC-CIERRE-FECHA) -
                       FUNCTION INTEGER-OF-DATE(EMP-FECHA-ALTA) + 1
               DIVIDE LIC-DIAS-TRABAJADOS BY LIC-DIAS-POR-DIA
                   GIVING LSAL-DIAS-DERECHO
           ELSE
               DIVIDE EMP-FECHA-ALTA BY 10000 GIVING LIC-ANIO-ALTA
               COMPUTE LSAL-ANTIGUEDAD = LSAL-ANIO - LIC-ANIO-ALTA
               MOVE 1 TO LIC-ESC-IND
               PERFORM 2060-BUSCAR-ESCALA
                   UNTIL LIC-ESC-IND = 4
                       OR LSAL-ANTIGUEDAD < LIC-ESC-HASTA(LIC-ESC-IND)
               MOVE LIC-ESC-DIAS(LIC-ESC-IND) TO LSAL-DIAS-DERECHO
           END-IF.

       2060-BUSCAR-ESCALA.
           ADD 1 TO LIC-ESC-IND.

       2900-RECHAZAR-CARD.
           MOVE REG-LICCARD TO LIC-RECH-CARD.
           MOVE LIC-MOTIVO TO LIC-RECH-MOTIVO.
           WRITE LINEA-LIC-RECHAZO FROM REG-LIC-RECHAZO.

       9000-FIN.
           CLOSE LICCARDS.
           CLOSE EMPMAST.
           CLOSE LICTOM.
           CLOSE LICSALDO.
           CLOSE LICRECH.
           MOVE LIC-ALTAS TO FORMATO-LIC.
           DISPLAY "CARGALIC: LICENCIAS CARGADAS:  " FORMATO-LIC.
           MOVE LIC-SALDOS-NUEVOS TO FORMATO-LIC.
           DISPLAY "CARGALIC: SALDOS ABIERTOS:     " FORMATO-LIC.
           MOVE LIC-RECHAZADAS TO FORMATO-LIC.
           DISPLAY "CARGALIC: CARDS RECHAZADAS:    " FORMATO-LIC.
           IF LIC-RECHAZADAS > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           MOVE LIC-LEIDAS TO RCT-LEIDOS.
           MOVE LIC-ALTAS TO RCT-GRABADOS.
           MOVE LIC-RECHAZADAS TO RCT-RECHAZADOS.
           MOVE "DIAS" TO RCT-TOTAL-DESC.
           MOVE LIC-DIAS-CARGADOS TO RCT-TOTAL-CONTROL.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM CARGALIC.

      ******************************************************************
      * Author:A. MATIAS
      * Date:15-10-2026
      * Purpose: Vacation balance report, run ahead of year end so
      *          the days still owed get taken.  For the LICPARM
      *          year (AAAA; no card or a blank one means the current
      *          year) every active EMPMAST employee without a
      *          LICSALDO record for the year gets one, with the days
      *          accrued by seniority worked out as CARGALIC does.
      *          LICRPT then lists, department by department in
      *          DEPTOS order, each employee with unused days -
      *          accrued, taken and pending - with the department's
      *          and the company's totals.  Departments not on
      *          DEPTOS are grouped under *OTROS*.
      * Tectonics: FOOOOO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LICSALDOS.
       AUTHOR. A. MATIAS.
       INSTALLATION. COBOLICS.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LICPARM ASSIGN TO "LICPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LICPARM-STATUS.

           SELECT EMPMAST ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-LEGAJO
               ALTERNATE RECORD KEY IS EMP-NOMBRE WITH DUPLICATES
               FILE STATUS IS EMPMAST-STATUS.

           SELECT LICSALDO ASSIGN TO "LICSALDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LSAL-CLAVE
               FILE STATUS IS LICSALDO-STATUS.

           SELECT DEPTOS ASSIGN TO "DEPTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DEPT-CODIGO
               FILE STATUS IS DEPTOS-STATUS.

           SELECT LICRPT ASSIGN TO "LICRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LICRPT-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LICPARM
           LABEL RECORDS ARE STANDARD.
       01  REG-LICPARM.
           05  LSA-PARM-ANIO               PIC 9(04).
           05  LSA-PARM-ANIO-X REDEFINES LSA-PARM-ANIO
                                           PIC X(04).

       FD  EMPMAST
           LABEL RECORDS ARE STANDARD.
       01  EMP-RECORD.
           05  EMP-LEGAJO                  PIC 9(06).
           05  EMP-NOMBRE                  PIC X(20).
           05  EMP-DEPARTAMENTO            PIC X(10).
           05  EMP-FECHA-ALTA              PIC 9(08).
           05  EMP-TARIFA-HORA             PIC 9(04)V9(02).
           05  EMP-HORAS-CONTRATO          PIC 9(03).
           05  EMP-ESTADO                  PIC X(01).
               88  EMP-ACTIVO              VALUE "A".
               88  EMP-INACTIVO            VALUE "I".

      * Same vacation balance record CARGALIC keeps, keyed by legajo
      * and year.
       FD  LICSALDO
           LABEL RECORDS ARE STANDARD.
       01  REG-LICSALDO.
           05  LSAL-CLAVE.
               10  LSAL-LEGAJO             PIC 9(06).
               10  LSAL-ANIO               PIC 9(04).
           05  LSAL-ANTIGUEDAD             PIC 9(02).
           05  LSAL-DIAS-DERECHO           PIC 9(03).
           05  LSAL-DIAS-TOMADOS           PIC 9(03).
           05  LSAL-FECHA-CALCULO          PIC 9(08).

       FD  DEPTOS
           LABEL RECORDS ARE STANDARD.
       01  REG-DEPTO.
           05  DEPT-CODIGO                 PIC X(10).
           05  DEPT-NOMBRE                 PIC X(30).

       FD  LICRPT
           LABEL RECORDS ARE STANDARD.
       01  LINEA-SALDOS                    PIC X(132).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "LICSALDOS".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 LICPARM-STATUS PIC X(02) VALUE "00".
       77 EMPMAST-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-EMPMAST VALUE "10".
       77 LICSALDO-STATUS PIC X(02) VALUE "00".
       77 DEPTOS-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-DEPTOS VALUE "10".
       77 LICRPT-STATUS PIC X(02) VALUE "00".
       77 LSA-FECHA-HOY PIC X(21) VALUE SPACES.
       77 LSA-ANIO PIC 9(04) VALUE 0.
       77 LSA-PENDIENTES PIC 9(03) VALUE 0.
       77 LSA-ACTIVOS PIC 9(05) COMP VALUE 0.
       77 LSA-SALDOS-NUEVOS PIC 9(05) COMP VALUE 0.
       77 LSA-CON-SALDO PIC 9(05) COMP VALUE 0.
       77 LSA-OMITIDOS PIC 9(05) COMP VALUE 0.
       77 LSA-TOTAL-DIAS PIC 9(07) COMP VALUE 0.
       77 FORMATO-LSA PIC ZZZZ9.

      * Accrual by seniority band, the same as CARGALIC's:
      * LIC-ESC-HASTA is the seniority (years at 31-12) the band
      * stops short of; the last band takes everyone left.  Hired
      * after 30-06, one day per LIC-DIAS-POR-DIA calendar days
      * worked in the year instead.
       01 LIC-TABLA-ESCALAS.
           05 FILLER PIC X(05) VALUE "05014".
           05 FILLER PIC X(05) VALUE "10021".
           05 FILLER PIC X(05) VALUE "20028".
           05 FILLER PIC X(05) VALUE "99035".
       01 LIC-ESCALAS REDEFINES LIC-TABLA-ESCALAS.
           05 LIC-ESCALA OCCURS 4 TIMES.
               10 LIC-ESC-HASTA PIC 9(02).
               10 LIC-ESC-DIAS PIC 9(03).
       77 LIC-ESC-IND PIC 9(02) COMP VALUE 0.
       77 LIC-DIAS-POR-DIA PIC 9(02) VALUE 20.
       77 LIC-ANIO-ALTA PIC 9(04) VALUE 0.
       77 LIC-DIAS-TRABAJADOS PIC 9(05) COMP VALUE 0.
       01 LIC-FECHAS-ANIO.
           05 LIC-CIERRE.
               10 LIC-CIERRE-ANIO PIC 9(04).
               10 FILLER PIC 9(04) VALUE 1231.
           05 LIC-CIERRE-FECHA REDEFINES LIC-CIERRE PIC 9(08).
           05 LIC-MITAD.
               10 LIC-MITAD-ANIO PIC 9(04).
               10 FILLER PIC 9(04) VALUE 0630.
           05 LIC-MITAD-FECHA REDEFINES LIC-MITAD PIC 9(08).

      * Departments off DEPTOS; the last slot in use collects any
      * code that is not on the table.
       77 DEP-USADOS PIC 9(03) COMP VALUE 0.
       77 DEP-IND PIC 9(03) COMP VALUE 0.
       77 DEP-OTROS PIC 9(03) COMP VALUE 0.
       77 SW-DEP-HALLADO PIC X(01) VALUE "N".
           88 DEP-HALLADO VALUE "S".
       01 TABLA-LIC-DEPTOS.
           05 LDEP-ENTRADA OCCURS 100 TIMES.
               10 LDEP-CODIGO PIC X(10).
               10 LDEP-NOMBRE PIC X(30).
               10 LDEP-EMPLEADOS PIC 9(05) COMP.
               10 LDEP-DIAS PIC 9(07) COMP.

      * Employees with days pending, in EMPMAST order, each tied to
      * its department slot for the listing.
       77 EPEN-USADOS PIC 9(05) COMP VALUE 0.
       77 EPEN-IND PIC 9(05) COMP VALUE 0.
       01 TABLA-PENDIENTES.
           05 EPEN-ENTRADA OCCURS 5000 TIMES.
               10 EPEN-LEGAJO PIC 9(06).
               10 EPEN-NOMBRE PIC X(20).
               10 EPEN-DEPTO PIC 9(03) COMP.
               10 EPEN-ALTA PIC 9(08).
               10 EPEN-ANTIGUEDAD PIC 9(02).
               10 EPEN-DERECHO PIC 9(03).
               10 EPEN-TOMADOS PIC 9(03).
               10 EPEN-PENDIENTES PIC 9(03).

       01 LSA-ENCABEZADO.
           05 FILLER PIC X(32) VALUE
               "VACACIONES PENDIENTES DE GOZAR  ".
           05 FILLER PIC X(06) VALUE "ANIO: ".
           05 LSA-ENC-ANIO PIC 9(04).
           05 FILLER PIC X(09) VALUE "  FECHA: ".
           05 LSA-ENC-FECHA PIC X(08).
       01 LSA-COLUMNAS.
           05 FILLER PIC X(40) VALUE
               "LEGAJO  NOMBRE                ALTA".
           05 FILLER PIC X(36) VALUE
               "ANTIG.  DERECHO  TOMADOS  PENDIENTES".
       01 LSA-TITULO-DEPTO.
           05 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
           05 LSA-TIT-CODIGO PIC X(10).
           05 FILLER PIC X(01) VALUE SPACE.
           05 LSA-TIT-NOMBRE PIC X(30).
       01 LSA-DETALLE.
           05 LSA-DET-LEGAJO PIC 9(06).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LSA-DET-NOMBRE PIC X(20).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LSA-DET-ALTA PIC 9(08).
           05 FILLER PIC X(04) VALUE SPACES.
           05 LSA-DET-ANTIGUEDAD PIC Z9.
           05 FILLER PIC X(07) VALUE SPACES.
           05 LSA-DET-DERECHO PIC ZZ9.
           05 FILLER PIC X(06) VALUE SPACES.
           05 LSA-DET-TOMADOS PIC ZZ9.
           05 FILLER PIC X(09) VALUE SPACES.
           05 LSA-DET-PENDIENTES PIC ZZ9.
       01 LSA-TOTAL.
           05 LSA-TOT-TEXTO PIC X(30).
           05 FILLER PIC X(11) VALUE "EMPLEADOS: ".
           05 LSA-TOT-EMPLEADOS PIC ZZ,ZZ9.
           05 FILLER PIC X(20) VALUE "   DIAS PENDIENTES: ".
           05 LSA-TOT-DIAS PIC Z,ZZZ,ZZ9.
       01 LSA-LINEA-CONTEO.
           05 LSA-LC-TEXTO PIC X(34).
           05 LSA-LC-CANTIDAD PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-PROCESAR-EMPLEADO UNTIL FIN-DE-EMPMAST.
           PERFORM 3000-IMPRIMIR-SALDOS.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           MOVE FUNCTION CURRENT-DATE TO LSA-FECHA-HOY.
           PERFORM 1100-LEER-ANIO.
           OPEN INPUT EMPMAST.
           IF EMPMAST-STATUS = "35" THEN
               DISPLAY "LICSALDOS: NO EXISTE EL MAESTRO EMPMAST"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           PERFORM 1200-CARGAR-DEPTOS.
           OPEN I-O LICSALDO.
           IF LICSALDO-STATUS = "35" THEN
               CLOSE LICSALDO
               OPEN OUTPUT LICSALDO
               CLOSE LICSALDO
               OPEN I-O LICSALDO
           END-IF.
           OPEN OUTPUT LICRPT.
           MOVE LSA-ANIO TO LSA-ENC-ANIO.
           MOVE LSA-FECHA-HOY(1:8) TO LSA-ENC-FECHA.
           WRITE LINEA-SALDOS FROM LSA-ENCABEZADO.
           READ EMPMAST NEXT RECORD
               AT END SET FIN-DE-EMPMAST TO TRUE
           END-READ.

      * No LICPARM card (or a blank one) means the current year.
       1100-LEER-ANIO.
           MOVE LSA-FECHA-HOY(1:4) TO LSA-ANIO.
           OPEN INPUT LICPARM.
           IF LICPARM-STATUS NOT = "35" THEN
               READ LICPARM
                   AT END MOVE SPACES TO REG-LICPARM
               END-READ
               IF LSA-PARM-ANIO-X NOT = SPACES THEN
                   IF LSA-PARM-ANIO-X NOT NUMERIC
                           OR LSA-PARM-ANIO < 1601 THEN
                       DISPLAY "LICSALDOS: ANIO INVALIDO "
                           LSA-PARM-ANIO-X
                       CLOSE LICPARM
                       MOVE 12 TO RETURN-CODE
                       PERFORM 9810-CONTROL-FIN
                       STOP RUN
                   END-IF
                   MOVE LSA-PARM-ANIO TO LSA-ANIO
               END-IF
               CLOSE LICPARM
           END-IF.

       1200-CARGAR-DEPTOS.
           OPEN INPUT DEPTOS.
           IF DEPTOS-STATUS = "35" THEN
               DISPLAY "LICSALDOS: NO EXISTE LA TABLA DEPTOS"
               CLOSE EMPMAST
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           READ DEPTOS NEXT RECORD
               AT END SET FIN-DE-DEPTOS TO TRUE
           END-READ.
           PERFORM 1210-CARGAR-DEPTO UNTIL FIN-DE-DEPTOS.
           CLOSE DEPTOS.
           ADD 1 TO DEP-USADOS.
           MOVE DEP-USADOS TO DEP-OTROS.
           MOVE "*OTROS*" TO LDEP-CODIGO(DEP-OTROS).
           MOVE "NO ESTA EN DEPTOS" TO LDEP-NOMBRE(DEP-OTROS).
           MOVE 1 TO DEP-IND.
           PERFORM 1220-LIMPIAR-DEPTO UNTIL DEP-IND > DEP-USADOS.

       1210-CARGAR-DEPTO.
           IF DEP-USADOS = 99 THEN
               DISPLAY "LICSALDOS: MAS DE 99 DEPARTAMENTOS EN DEPTOS"
               CLOSE DEPTOS
               CLOSE EMPMAST
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           ADD 1 TO DEP-USADOS.
           MOVE DEPT-CODIGO TO LDEP-CODIGO(DEP-USADOS).
           MOVE DEPT-NOMBRE TO LDEP-NOMBRE(DEP-USADOS).
           READ DEPTOS NEXT RECORD
               AT END SET FIN-DE-DEPTOS TO TRUE
           END-READ.

       1220-LIMPIAR-DEPTO.
           MOVE 0 TO LDEP-EMPLEADOS(DEP-IND).
           MOVE 0 TO LDEP-DIAS(DEP-IND).
           ADD 1 TO DEP-IND.

      * Inactive employees are left out: their leave is settled on
      * leaving, not here.
       2000-PROCESAR-EMPLEADO.
           IF EMP-ACTIVO THEN
               ADD 1 TO LSA-ACTIVOS
               MOVE EMP-LEGAJO TO LSAL-LEGAJO
               MOVE LSA-ANIO TO LSAL-ANIO
               READ LICSALDO
                   INVALID KEY
                       PERFORM 2050-CALCULAR-DERECHO
                       WRITE REG-LICSALDO
                       ADD 1 TO LSA-SALDOS-NUEVOS
               END-READ
               IF LSAL-DIAS-DERECHO > LSAL-DIAS-TOMADOS THEN
                   COMPUTE LSA-PENDIENTES =
                           LSAL-DIAS-DERECHO - LSAL-DIAS-TOMADOS
                   PERFORM 2100-ANOTAR-PENDIENTE
               END-IF
           END-IF.
           READ EMPMAST NEXT RECORD
               AT END SET FIN-DE-EMPMAST TO TRUE
           END-READ.

      * Accrual for year LSAL-ANIO from the EMPMAST record in hand.
      * Hired after the year ends, nothing is due.
       2050-CALCULAR-DERECHO.
           MOVE LSAL-ANIO TO LIC-CIERRE-ANIO.
           MOVE LSAL-ANIO TO LIC-MITAD-ANIO.
           MOVE 0 TO LSAL-ANTIGUEDAD.
           MOVE 0 TO LSAL-DIAS-DERECHO.
           MOVE 0 TO LSAL-DIAS-TOMADOS.
           MOVE LSA-FECHA-HOY(1:8) TO LSAL-FECHA-CALCULO.
           IF EMP-FECHA-ALTA > LIC-CIERRE-FECHA THEN
               CONTINUE
           ELSE IF EMP-FECHA-ALTA > LIC-MITAD-FECHA THEN
               COMPUTE LIC-DIAS-TRABAJADOS =
                       FUNCTION INTEGER-OF-DATE(LIC-CIERRE-FECHA) -
                       FUNCTION INTEGER-OF-DATE(EMP-FECHA-ALTA) + 1
               DIVIDE LIC-DIAS-TRABAJADOS BY LIC-DIAS-POR-DIA
                   GIVING LSAL-DIAS-DERECHO
           ELSE
               DIVIDE EMP-FECHA-ALTA BY 10000 GIVING LIC-ANIO-ALTA
               COMPUTE LSAL-ANTIGUEDAD = LSAL-ANIO - LIC-ANIO-ALTA
               MOVE 1 TO LIC-ESC-IND
               PERFORM 2060-BUSCAR-ESCALA
                   UNTIL LIC-ESC-IND = 4
                       OR LSAL-ANTIGUEDAD < LIC-ESC-HASTA(LIC-ESC-IND)
               MOVE LIC-ESC-DIAS(LIC-ESC-IND) TO LSAL-DIAS-DERECHO
           END-IF.

       2060-BUSCAR-ESCALA.
           ADD 1 TO LIC-ESC-IND.

      * Past the table's size an employee still counts in the
      * department total but is not listed; the run ends RC=4.
       2100-ANOTAR-PENDIENTE.
           PERFORM 2600-UBICAR-DEPTO.
           ADD 1 TO LSA-CON-SALDO.
           ADD LSA-PENDIENTES TO LSA-TOTAL-DIAS.
           ADD 1 TO LDEP-EMPLEADOS(DEP-IND).
           ADD LSA-PENDIENTES TO LDEP-DIAS(DEP-IND).
           IF EPEN-USADOS = 5000 THEN
               ADD 1 TO LSA-OMITIDOS
           ELSE
               ADD 1 TO EPEN-USADOS
               MOVE EMP-LEGAJO TO EPEN-LEGAJO(EPEN-USADOS)
               MOVE EMP-NOMBRE TO EPEN-NOMBRE(EPEN-USADOS)
               MOVE DEP-IND TO EPEN-DEPTO(EPEN-USADOS)
               MOVE EMP-FECHA-ALTA TO EPEN-ALTA(EPEN-USADOS)
               MOVE LSAL-ANTIGUEDAD TO EPEN-ANTIGUEDAD(EPEN-USADOS)
               MOVE LSAL-DIAS-DERECHO TO EPEN-DERECHO(EPEN-USADOS)
               MOVE LSAL-DIAS-TOMADOS TO EPEN-TOMADOS(EPEN-USADOS)
               MOVE LSA-PENDIENTES TO EPEN-PENDIENTES(EPEN-USADOS)
           END-IF.

       2600-UBICAR-DEPTO.
           MOVE "N" TO SW-DEP-HALLADO.
           MOVE 1 TO DEP-IND.
           PERFORM 2610-BUSCAR-DEPTO
               UNTIL DEP-HALLADO OR DEP-IND = DEP-OTROS.

       2610-BUSCAR-DEPTO.
           IF LDEP-CODIGO(DEP-IND) = EMP-DEPARTAMENTO THEN
               MOVE "S" TO SW-DEP-HALLADO
           ELSE
               ADD 1 TO DEP-IND
           END-IF.

      *----------------------------------------------------------*
      * Listing: departments in DEPTOS order, *OTROS* last, only  *
      * those with someone owed days, then the company total.     *
      *----------------------------------------------------------*
       3000-IMPRIMIR-SALDOS.
           MOVE 1 TO DEP-IND.
           PERFORM 3100-IMPRIMIR-DEPTO UNTIL DEP-IND > DEP-USADOS.
           MOVE SPACES TO LINEA-SALDOS.
           WRITE LINEA-SALDOS.
           MOVE "TOTAL EMPRESA" TO LSA-TOT-TEXTO.
           MOVE LSA-CON-SALDO TO LSA-TOT-EMPLEADOS.
           MOVE LSA-TOTAL-DIAS TO LSA-TOT-DIAS.
           WRITE LINEA-SALDOS FROM LSA-TOTAL.
           MOVE SPACES TO LINEA-SALDOS.
           WRITE LINEA-SALDOS.
           MOVE "EMPLEADOS ACTIVOS:" TO LSA-LC-TEXTO.
           MOVE LSA-ACTIVOS TO LSA-LC-CANTIDAD.
           WRITE LINEA-SALDOS FROM LSA-LINEA-CONTEO.
           MOVE "SALDOS ABIERTOS EN ESTA CORRIDA:" TO LSA-LC-TEXTO.
           MOVE LSA-SALDOS-NUEVOS TO LSA-LC-CANTIDAD.
           WRITE LINEA-SALDOS FROM LSA-LINEA-CONTEO.
           IF LSA-OMITIDOS > 0 THEN
               MOVE "EMPLEADOS NO LISTADOS (TABLA):" TO LSA-LC-TEXTO
               MOVE LSA-OMITIDOS TO LSA-LC-CANTIDAD
               WRITE LINEA-SALDOS FROM LSA-LINEA-CONTEO
           END-IF.

       3100-IMPRIMIR-DEPTO.
           IF LDEP-EMPLEADOS(DEP-IND) > 0 THEN
               MOVE SPACES TO LINEA-SALDOS
               WRITE LINEA-SALDOS
               MOVE LDEP-CODIGO(DEP-IND) TO LSA-TIT-CODIGO
               MOVE LDEP-NOMBRE(DEP-IND) TO LSA-TIT-NOMBRE
               WRITE LINEA-SALDOS FROM LSA-TITULO-DEPTO
               WRITE LINEA-SALDOS FROM LSA-COLUMNAS
               MOVE 1 TO EPEN-IND
               PERFORM 3200-IMPRIMIR-EMPLEADO
                   UNTIL EPEN-IND > EPEN-USADOS
               MOVE "  TOTAL DEPARTAMENTO" TO LSA-TOT-TEXTO
               MOVE LDEP-EMPLEADOS(DEP-IND) TO LSA-TOT-EMPLEADOS
               MOVE LDEP-DIAS(DEP-IND) TO LSA-TOT-DIAS
               WRITE LINEA-SALDOS FROM LSA-TOTAL
           END-IF.
           ADD 1 TO DEP-IND.

       3200-IMPRIMIR-EMPLEADO.
           IF EPEN-DEPTO(EPEN-IND) = DEP-IND THEN
               MOVE EPEN-LEGAJO(EPEN-IND) TO LSA-DET-LEGAJO
               MOVE EPEN-NOMBRE(EPEN-IND) TO LSA-DET-NOMBRE
               MOVE EPEN-ALTA(EPEN-IND) TO LSA-DET-ALTA
               MOVE EPEN-ANTIGUEDAD(EPEN-IND) TO LSA-DET-ANTIGUEDAD
               MOVE EPEN-DERECHO(EPEN-IND) TO LSA-DET-DERECHO
               MOVE EPEN-TOMADOS(EPEN-IND) TO LSA-DET-TOMADOS
               MOVE EPEN-PENDIENTES(EPEN-IND) TO LSA-DET-PENDIENTES
               WRITE LINEA-SALDOS FROM LSA-DETALLE
           END-IF.
           ADD 1 TO EPEN-IND.

       9000-FIN.
           CLOSE EMPMAST.
           CLOSE LICSALDO.
           CLOSE LICRPT.
           MOVE LSA-CON-SALDO TO FORMATO-LSA.
           DISPLAY "LICSALDOS: EMPLEADOS CON DIAS PENDIENTES: "
               FORMATO-LSA.
           MOVE LSA-SALDOS-NUEVOS TO FORMATO-LSA.
           DISPLAY "LICSALDOS: SALDOS ABIERTOS:               "
               FORMATO-LSA.
           IF LSA-OMITIDOS > 0 THEN
               MOVE LSA-OMITIDOS TO FORMATO-LSA
               DISPLAY "LICSALDOS: EMPLEADOS NO LISTADOS:         "
                   FORMATO-LSA
               MOVE 4 TO RETURN-CODE
           END-IF.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           MOVE LSA-ACTIVOS TO RCT-LEIDOS.
           MOVE LSA-SALDOS-NUEVOS TO RCT-GRABADOS.
           MOVE "DIAS PEND." TO RCT-TOTAL-DESC.
           MOVE LSA-TOTAL-DIAS TO RCT-TOTAL-CONTROL.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM LICSALDOS.

      ******************************************************************
      * Author:A. MATIAS
      * Date:15-10-2026
      * Purpose: One-off conversion of the cumulative NOMHIST payroll
      *          history to the layout NOMINA writes since payslips
      *          carry deductions and net pay (191 bytes).  NOMHANT
      *          is the history in the old 65-byte layout - period,
      *          legajo, name, department, hours, overtime, rate and
      *          gross; every record is written to NOMHIST in the new
      *          layout with no deductions (codes blank, amounts
      *          zero), total deductions zero and net equal to the
      *          gross, which is what was paid before deductions
      *          existed.  A record with a non-numeric period, legajo
      *          or gross is listed and left out and the job ends
      *          RC=8.  Run once, before the first NOMINA on the new
      *          layout.
      * Tectonics: FOOOOO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOMHCONV.
       AUTHOR. A. MATIAS.
       INSTALLATION. COBOLICS.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMHANT ASSIGN TO "NOMHANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOMHANT-STATUS.

           SELECT NOMHIST ASSIGN TO "NOMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOMHIST-STATUS.

           SELECT RUNCTL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The history record as NOMINA wrote it before deductions.
       FD  NOMHANT
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMHANT.
           05  NANT-PERIODO                PIC 9(06).
           05  NANT-LEGAJO                 PIC 9(06).
           05  NANT-NOMBRE                 PIC X(20).
           05  NANT-DEPARTAMENTO           PIC X(10).
           05  NANT-HORAS                  PIC 9(03).
           05  NANT-EXTRAS                 PIC 9(03).
           05  NANT-TARIFA                 PIC 9(04)V9(02).
           05  NANT-IMPORTE                PIC 9(09)V9(02).

      * Same structured history record NOMINA appends each run.
       FD  NOMHIST
           LABEL RECORDS ARE STANDARD.
       01  REG-NOMHIST.
           05  NOMH-PERIODO                PIC 9(06).
           05  NOMH-LEGAJO                 PIC 9(06).
           05  NOMH-NOMBRE                 PIC X(20).
           05  NOMH-DEPARTAMENTO           PIC X(10).
           05  NOMH-HORAS                  PIC 9(03).
           05  NOMH-EXTRAS                 PIC 9(03).
           05  NOMH-TARIFA                 PIC 9(04)V9(02).
           05  NOMH-IMPORTE                PIC 9(09)V9(02).
           05  NOMH-DEDUCCIONES.
               10  NOMH-DEDUCCION OCCURS 8 TIMES.
                   15  NOMH-DED-CODIGO     PIC X(04).
                   15  NOMH-DED-IMPORTE    PIC 9(07)V9(02).
           05  NOMH-TOTAL-DEDUC            PIC 9(09)V9(02).
           05  NOMH-NETO                   PIC 9(09)V9(02).

      * Shared run-control file: one start and one end record per
      * run, laid out as RCT-REGISTRO below.
       FD  RUNCTL
           LABEL RECORDS ARE STANDARD.
       01  REG-RUNCTL                      PIC X(80).

       WORKING-STORAGE SECTION.
       77 RUNCTL-STATUS PIC X(02) VALUE "00".
       77 RCT-AHORA PIC X(21) VALUE SPACES.
       01 RCT-REGISTRO.
           05 RCT-TRABAJO PIC X(12) VALUE "NOMHCONV".
           05 RCT-TIPO PIC X(01) VALUE SPACE.
           05 RCT-FECHA PIC 9(08) VALUE 0.
           05 RCT-HORA PIC 9(06) VALUE 0.
           05 RCT-LEIDOS PIC 9(07) VALUE 0.
           05 RCT-GRABADOS PIC 9(07) VALUE 0.
           05 RCT-RECHAZADOS PIC 9(07) VALUE 0.
           05 RCT-TOTAL-DESC PIC X(10) VALUE SPACES.
           05 RCT-TOTAL-CONTROL PIC 9(13)V9(02) VALUE 0.
           05 RCT-CC PIC 9(03) VALUE 0.
           05 FILLER PIC X(04) VALUE SPACES.
       77 NOMHANT-STATUS PIC X(02) VALUE "00".
           88 FIN-DE-NOMHANT VALUE "10".
       77 NOMHIST-STATUS PIC X(02) VALUE "00".
       77 CNV-LEIDOS PIC 9(07) COMP VALUE 0.
       77 CNV-GRABADOS PIC 9(07) COMP VALUE 0.
       77 CNV-RECHAZADOS PIC 9(07) COMP VALUE 0.
       77 CNV-TOTAL-BRUTO PIC 9(13)V9(02) VALUE 0.
       77 CNV-IND PIC 9(02) COMP VALUE 0.
       77 FORMATO-CNV PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 9800-CONTROL-INICIO.
           PERFORM 1000-INICIO.
           PERFORM 2000-CONVERTIR-REGISTRO UNTIL FIN-DE-NOMHANT.
           PERFORM 9000-FIN.
           PERFORM 9810-CONTROL-FIN.
           STOP RUN.

       1000-INICIO.
           OPEN INPUT NOMHANT.
           IF NOMHANT-STATUS = "35" THEN
               DISPLAY "NOMHCONV: NO EXISTE LA HISTORIA NOMHANT"
               MOVE 12 TO RETURN-CODE
               PERFORM 9810-CONTROL-FIN
               STOP RUN
           END-IF.
           OPEN OUTPUT NOMHIST.
           READ NOMHANT
               AT END SET FIN-DE-NOMHANT TO TRUE
           END-READ.

      * The fields of the old layout carry over as they are; the
      * new ones are set as if the period had no deductions.
       2000-CONVERTIR-REGISTRO.
           ADD 1 TO CNV-LEIDOS.
           IF NANT-PERIODO NOT NUMERIC
                   OR NANT-LEGAJO NOT NUMERIC
                   OR NANT-IMPORTE NOT NUMERIC THEN
               ADD 1 TO CNV-RECHAZADOS
               DISPLAY "NOMHCONV: REGISTRO NO NUMERICO, SE OMITE: "
                   REG-NOMHANT(1:32)
           ELSE
               MOVE NANT-PERIODO TO NOMH-PERIODO
               MOVE NANT-LEGAJO TO NOMH-LEGAJO
               MOVE NANT-NOMBRE TO NOMH-NOMBRE
               MOVE NANT-DEPARTAMENTO TO NOMH-DEPARTAMENTO
               MOVE NANT-HORAS TO NOMH-HORAS
               MOVE NANT-EXTRAS TO NOMH-EXTRAS
               MOVE NANT-TARIFA TO NOMH-TARIFA
               MOVE NANT-IMPORTE TO NOMH-IMPORTE
               MOVE 1 TO CNV-IND
               PERFORM 2100-LIMPIAR-DEDUCCION UNTIL CNV-IND > 8
               MOVE 0 TO NOMH-TOTAL-DEDUC
               MOVE NANT-IMPORTE TO NOMH-NETO
               WRITE REG-NOMHIST
               ADD 1 TO CNV-GRABADOS
               ADD NANT-IMPORTE TO CNV-TOTAL-BRUTO
           END-IF.
           READ NOMHANT
               AT END SET FIN-DE-NOMHANT TO TRUE
           END-READ.

       2100-LIMPIAR-DEDUCCION.
           MOVE SPACES TO NOMH-DED-CODIGO(CNV-IND).
           MOVE 0 TO NOMH-DED-IMPORTE(CNV-IND).
           ADD 1 TO CNV-IND.

       9000-FIN.
           CLOSE NOMHANT.
           CLOSE NOMHIST.
           MOVE CNV-LEIDOS TO FORMATO-CNV.
           DISPLAY "NOMHCONV: REGISTROS LEIDOS:      " FORMATO-CNV.
           MOVE CNV-GRABADOS TO FORMATO-CNV.
           DISPLAY "NOMHCONV: REGISTROS CONVERTIDOS: " FORMATO-CNV.
           MOVE CNV-RECHAZADOS TO FORMATO-CNV.
           DISPLAY "NOMHCONV: REGISTROS OMITIDOS:    " FORMATO-CNV.
           IF CNV-RECHAZADOS > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Start and end records on RUNCTL.  The end record is written
      * on every way out of the program, so a run stopped on an
      * error still shows with its condition code.
       9800-CONTROL-INICIO.
           MOVE "I" TO RCT-TIPO.
           PERFORM 9820-GRABAR-CONTROL.

       9810-CONTROL-FIN.
           MOVE "F" TO RCT-TIPO.
           MOVE CNV-LEIDOS TO RCT-LEIDOS.
           MOVE CNV-GRABADOS TO RCT-GRABADOS.
           MOVE CNV-RECHAZADOS TO RCT-RECHAZADOS.
           MOVE "BRUTO" TO RCT-TOTAL-DESC.
           MOVE CNV-TOTAL-BRUTO TO RCT-TOTAL-CONTROL.
           MOVE RETURN-CODE TO RCT-CC.
           PERFORM 9820-GRABAR-CONTROL.

       9820-GRABAR-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO RCT-AHORA.
           MOVE RCT-AHORA(1:8) TO RCT-FECHA.
           MOVE RCT-AHORA(9:6) TO RCT-HORA.
           OPEN EXTEND RUNCTL.
           IF RUNCTL-STATUS = "35" THEN
               OPEN OUTPUT RUNCTL
           END-IF.
           WRITE REG-RUNCTL FROM RCT-REGISTRO.
           CLOSE RUNCTL.

       END PROGRAM NOMHCONV.
