      *      run and date found in each, pages a chosen one on
      *      screen and reprints it to REPRINT.DAT under its
      *      original RUN= header.
      * Mod: 15/10/2026 - the status board shows the GL posting
      *      status of the latest run GLRECON reconciled against
      *      the ledger's load result (GLLDSTAT.DAT): loaded,
      *      partial or not loaded, with the loaded, rejected,
      *      missing and unmatched line counts.
      * Mod: 15/10/2026 - option 15 approves or rejects the GL
      *      posting GLPOST holds pending (GLPSTHLD.DAT): it needs
      *      the new checker level 4 on OPERMST.DAT, refuses the
      *      operator who ran the posting or the allocation behind
      *      it (DENIED), and hands the decision to GLPOST on the
      *      one-shot GLPSTAPR.DAT card. The status board shows the
      *      pending posting and its age, and raises one AGED alert
      *      once it is older than the GLAPRCFG.DAT limit.
      * Mod: 15/10/2026 - AUDIT.LOG records widened from X(120) to
      *      X(150) for AUDITLOG's SEQ=/HASH= chain fields.
      * Mod: 15/10/2026 - every authorized option (1-15) now lands
      *      on the audit trail as "option NN selected" before it
      *      runs, so OPACTIV can count each operator's menu work
      *      by option for the access-recertification review.
      * Mod: 15/10/2026 - acknowledging alerts (option 7) now files
      *      each acknowledged alert's position in OPALERT.DAT with
      *      the time and operator to ALRTACK.DAT, and writes one
      *      audit record for the acknowledgment, so ALERTESC can
      *      close its call-outs with the real acknowledgment time.
      * Mod: 15/10/2026 - when the latest run in BATCHJOB.LOG has a
      *      failed step, the status board shows its runbook entry
      *      (from the reference BATCHDRV filed, via RUNBOOK): the
      *      instructions, whether a restart is safe, the menu
      *      option for the recovery and who to call.
      * Mod: 15/10/2026 - option 16 files an ad hoc job request to
      *      the JOBREQ.DAT queue (dispatchable step, the control
      *      card and the file it goes to, after tonight's chain or
      *      the next free window) pending approval; option 17
      *      (admin) approves or rejects a pending request, never
      *      the operator's own. BATCHDRV runs the approved ones;
      *      the status board shows the requests awaiting approval
      *      and the signed-on operator's latest requests with
      *      their outcome. The option audit record now covers
      *      options 1-17.
      * Mod: 15/10/2026 - level 4 is now a dedicated checker level,
      *      not a rung above admin: option 15 needs exactly level 4,
      *      and a level-4 operator otherwise only has the inquiry
      *      options (no operate or admin functions, no force-take
      *      of the run lock). Option 15 also decides the reversals
      *      GLPOST now holds (GLREVHLD.DAT, kind V on the card),
      *      asking which one when a posting and a reversal are both
      *      pending, and the status board shows a pending reversal
      *      and its age the same way as a pending posting.
      * Mod: 15/10/2026 - option 16 only files a request for a step
      *      BATCHDRV dispatches (the JOBSTPWS.CPY step table), and
      *      the card file is the one the table gives for that step
      *      instead of a name typed by the operator; any other step,
      *      or a card file that is a protected suite file, is
      *      refused on the audit trail.
      * Mod: 15/10/2026 - GLPOST keeps each ENTCTL.DAT company's holds
      *      apart (GLPSTHLD/GLREVHLD.<ent>.DAT): option 15 asks for
      *      the company first, decides that company's hold and
      *      puts the code on the GLPSTAPR.DAT card (cols 14-16),
      *      with the entity context set for the decision's audit
      *      records; the status board lists the pending holds of
      *      every company.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALERT-WRK-FILE ASSIGN TO "OPALERTW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALERT-ACK-FILE ASSIGN TO "ALRTACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOB-LOG-FILE ASSIGN TO "BATCHJOB.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HAND-FILE ASSIGN TO "HANDOVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-STAT-VIEW-FILE ASSIGN TO "GLLDSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-APR-FILE ASSIGN TO "GLPSTAPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-APR-CFG-FILE ASSIGN TO "GLAPRCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ENT-CTL-FILE ASSIGN TO "ENTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOBREQ-FILE ASSIGN TO "JOBREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOBREQ-WRK-FILE ASSIGN TO "JOBREQW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
       01  ALERT-FILE-REC PIC X(120).
       FD  ALERT-WRK-FILE.
       01  ALERT-WRK-REC PIC X(120).
       FD  ALERT-ACK-FILE.
       01  ALERT-ACK-REC PIC X(40).
       FD  AUDIT-FILE.
       01  AUDIT-FILE-REC PIC X(150).
       FD  JOB-LOG-FILE.
       01  JOB-LOG-REC PIC X(130).
       FD  SNAP-PRM-FILE.
       01  RST-VIEW-REC PIC X(16).
       FD  HAND-FILE.
       01  HAND-REC PIC X(130).
       FD  GL-STAT-VIEW-FILE.
       01  GL-STAT-VIEW-REC PIC X(80).
       FD  GL-HOLD-FILE.
       01  GL-HOLD-FILE-REC PIC X(100).
       FD  GL-APR-FILE.
       01  GL-APR-REC PIC X(20).
       FD  GL-APR-CFG-FILE.
       01  GL-APR-CFG-REC PIC X(20).
       FD  ENT-CTL-FILE.
       01  ENT-CTL-REC PIC X(3).
       FD  JOBREQ-FILE.
       01  JOBREQ-FILE-REC PIC X(180).
       FD  JOBREQ-WRK-FILE.
       01  JOBREQ-WRK-REC PIC X(180).
       WORKING-STORAGE SECTION.
       01 WS-OPCAO-IN PIC X(2).
       01 WS-OPCAO PIC 9(2) VALUE 0.
       01 WS-JOB-NEXT PIC 9(1).
       01 WS-JOB-SEEN PIC 9(6).
       01 WS-ACK-COUNT PIC 9(6).
      * one ALRTACK.DAT line per alert acknowledged: its position in
      * OPALERT.DAT, when and by whom
       01 WS-ACK-LINE.
           05 WS-ACK-SEQ PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ACK-TS PIC X(19).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-ACK-OPER PIC X(8).
           05 FILLER PIC X(5) VALUE SPACES.
       01 WS-ALERT-NAME PIC X(60) VALUE "OPALERTW.DAT".
       01 WS-ALERT-DST PIC X(60) VALUE "OPALERT.DAT".
       01 WS-OPER-ID PIC X(8) VALUE SPACES.
       01 WS-OPER-IN-PW PIC X(8).
       01 WS-OPER-LEVEL PIC 9(1) VALUE 3.
       01 WS-OPER-REQ PIC 9(1).
       01 WS-OPER-DENY PIC X.
       01 WS-OPER-FUNC PIC X(3).
       01 WS-SIGNON-TRIES PIC 9(1).
       01 WS-SIGNON-OK PIC X.
           88 JOBLOG-EOF VALUE 'Y'.
       01 WS-TAIL-IDX PIC 9(1).
       01 WS-TAIL-CNT PIC 9(1).
      * GLRECON's posting-status line
       01 WS-GLST-IN.
           05 WS-GLST-RUN PIC X(6).
           05 FILLER PIC X(1).
           05 WS-GLST-STATUS PIC X(13).
           05 FILLER PIC X(1).
           05 WS-GLST-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 WS-GLST-OK PIC X(6).
           05 FILLER PIC X(1).
           05 WS-GLST-REJ PIC X(6).
           05 FILLER PIC X(1).
           05 WS-GLST-MISS PIC X(6).
           05 FILLER PIC X(1).
           05 WS-GLST-EXTRA PIC X(6).
           05 FILLER PIC X(24).
      * GLPOST's maker-checker hold
       COPY "GLHOLDWS.CPY".
       01 WS-HOLD-FOUND PIC X.
           88 HOLD-FOUND VALUE 'Y'.
      * the posting hold and GLPOST's reversal hold
       01 WS-HOLD-NAME PIC X(60).
       01 WS-HOLD-POST-NAME PIC X(60) VALUE "GLPSTHLD.DAT".
       01 WS-HOLD-REV-NAME PIC X(60) VALUE "GLREVHLD.DAT".
       01 WS-HOLD-POST-PEND PIC X.
       01 WS-HOLD-REV-PEND PIC X.
      * GLPOST keeps each company's holds under NAME.<ent>.DAT when
      * the chain runs by entity (ENTCTL.DAT)
       01 WS-ENT-FUNC PIC X(3).
       01 WS-ENT-CODE PIC X(3).
       01 WS-ENT-EOF-SW PIC X.
           88 ENT-EOF VALUE 'Y'.
       01 WS-HOLD-EMP-TXT PIC X(12).
       01 WS-NAME-BASE PIC X(8).
       01 WS-NAME-OUT PIC X(60).
       01 WS-APR-LINE.
           05 WS-APR-DECISION PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-APR-CHECKER PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-APR-KIND PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-APR-ENT PIC X(3).
       01 WS-AGE-LIMIT PIC 9(3).
       01 WS-AGE-MIN PIC S9(9).
       01 WS-AGE-HOURS PIC 9(5).
       01 WS-DATE-NUM PIC 9(8).
       01 WS-NOW-HH PIC 9(2).
       01 WS-NOW-MM PIC 9(2).
      * the latest run's failed step and its runbook entry
       01 WS-JOB-RUN PIC X(6).
       01 WS-RBK-LINE PIC X(130).
       COPY "RUNBKWS.CPY".
       01 WS-RBK-FUNC PIC X(3).
       01 WS-RBK-PROGRAM PIC X(12).
       01 WS-RBK-RC PIC 9(3).
       01 WS-RBK-OUTCOME PIC X(10).
       01 WS-RBK-FOUND PIC X.
      * ad hoc job requests and the steps they may name
       COPY "JOBREQWS.CPY".
       COPY "JOBSTPWS.CPY".
       01 WS-REQ-EOF-SW PIC X.
           88 REQ-EOF VALUE 'Y'.
       01 WS-REQ-LAST-ID PIC 9(6).
       01 WS-REQ-ID-IN PIC X(6).
       01 WS-REQ-ID-NUM PIC 9(6).
       01 WS-REQ-PEND PIC 9(4).
       01 WS-REQ-DONE PIC X.
       01 WS-REQ-NEW.
           05 WS-REQ-STEP-IN PIC X(12).
           05 WS-REQ-FILE-IN PIC X(14).
           05 WS-REQ-CARD-IN PIC X(60).
           05 WS-REQ-WHEN-IN PIC X(1).
       01 WS-REQ-TAIL.
           05 WS-REQ-TAIL-LINE PIC X(80) OCCURS 5 TIMES.
       01 WS-REQ-NEXT PIC 9(1).
       01 WS-REQ-SEEN PIC 9(6).
       01 WS-REQ-LINE PIC X(80).
       01 WS-REQ-STATUS-TXT PIC X(10).
       01 WS-REQW-NAME PIC X(60) VALUE "JOBREQW.DAT".
       01 WS-REQ-NAME PIC X(60) VALUE "JOBREQ.DAT".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "RUNCTL" USING WS-RUN-FUNC, WS-RUN-NUMBER.
               WS-RUN-NUMBER, WS-LOCK-RESULT, WS-LOCK-INFO.
           IF WS-LOCK-RESULT = 'N'
               DISPLAY "Trava de execucao em uso: " WS-LOCK-INFO
               IF WS-OPER-LEVEL < 3 OR WS-OPER-LEVEL = 4
                   DISPLAY "Somente um operador nivel 3 pode forcar "
                       "a tomada da trava."
                   PERFORM ENCERRA-CONTEXTO
           DISPLAY "12 - MARCAR REJEITO CORRIGIDO (RECICLO)".
           DISPLAY "13 - PASSAGEM DE TURNO (SNAPSHOT)".
           DISPLAY "14 - GERACOES RETIDAS (VER/REIMPRIMIR)".
           DISPLAY "15 - APROVAR/REJEITAR POSTAGEM GL".
           DISPLAY "16 - SOLICITAR JOB AVULSO".
           DISPLAY "17 - APROVAR/REJEITAR JOB AVULSO".
           DISPLAY " 0 - SAIR".
           DISPLAY "============================================".
           DISPLAY "Informe a opcao desejada: " WITH NO ADVANCING.
                       MOVE WS-OPCAO-IN(1:1) TO WS-OPCAO
                       SET VALIDO TO TRUE
                   ELSE
                       DISPLAY "Opcao invalida, informe 0 a 17: "
                           WITH NO ADVANCING
                   END-IF
               END-IF
           END-PERFORM.

      * minimum authority per option: 1 = inquiry, 2 = operate,
      * 3 = admin, each level taking in the ones below it. Level 4,
      * the GL posting checker, is a dedicated level outside that
      * ladder: it is the only level that decides a held posting
      * (option 15) and, besides that, only has inquiry. A denied
      * attempt lands on the audit trail
       EXECUTA-OPCAO.
           EVALUATE WS-OPCAO
               WHEN 0
                   MOVE 1 TO WS-OPER-REQ
               WHEN 8
                   MOVE 3 TO WS-OPER-REQ
               WHEN 15
                   MOVE 4 TO WS-OPER-REQ
               WHEN 17
                   MOVE 3 TO WS-OPER-REQ
               WHEN OTHER
                   MOVE 2 TO WS-OPER-REQ
           END-EVALUATE.
           MOVE 'N' TO WS-OPER-DENY.
           EVALUATE TRUE
               WHEN WS-OPCAO = 15 AND WS-OPER-LEVEL NOT = 4
                   MOVE 'Y' TO WS-OPER-DENY
                   DISPLAY "Opcao 15 exige o nivel 4 de aprovador GL, "
                       "operador tem nivel " WS-OPER-LEVEL "."
                   MOVE SPACES TO WS-AUD-DETAIL
                   STRING "option 15 denied, level " WS-OPER-LEVEL
                       " not 4" DELIMITED BY SIZE INTO WS-AUD-DETAIL
               WHEN WS-OPCAO NOT = 15 AND WS-OPER-LEVEL = 4
                   AND WS-OPER-REQ > 1
                   MOVE 'Y' TO WS-OPER-DENY
                   DISPLAY "Nivel 4 (aprovador GL) so consulta e "
                       "decide postagens (opcao 15)."
                   MOVE SPACES TO WS-AUD-DETAIL
                   STRING "option " WS-OPCAO " denied, level 4 "
                       "checker only" DELIMITED BY SIZE
                       INTO WS-AUD-DETAIL
               WHEN WS-OPER-LEVEL < WS-OPER-REQ
                   MOVE 'Y' TO WS-OPER-DENY
                   DISPLAY "Opcao " WS-OPCAO " exige nivel "
                       WS-OPER-REQ ", operador tem nivel "
                       WS-OPER-LEVEL "."
                   MOVE SPACES TO WS-AUD-DETAIL
                   STRING "option " WS-OPCAO " denied, level "
                       WS-OPER-LEVEL "<" WS-OPER-REQ
                       DELIMITED BY SIZE INTO WS-AUD-DETAIL
           END-EVALUATE.
           IF WS-OPER-DENY = 'Y'
               MOVE "DENIED" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
           ELSE
               IF WS-OPCAO >= 1 AND WS-OPCAO <= 17
                   MOVE SPACES TO WS-AUD-DETAIL
                   STRING "option " WS-OPCAO " selected"
                       DELIMITED BY SIZE INTO WS-AUD-DETAIL
                   MOVE "OK" TO WS-AUD-OUTCOME
                   CALL "AUDITLOG" USING WS-AUD-PROGRAM,
                       WS-AUD-DETAIL, WS-AUD-OUTCOME
               END-IF
               PERFORM EXECUTA-OPCAO-AUT
           END-IF.

               WHEN 14
                   CALL "GENBROWSE"
                   CANCEL "GENBROWSE"
               WHEN 15
                   PERFORM APROVA-POSTAGEM
               WHEN 16
                   PERFORM SOLICITA-JOB
               WHEN 17
                   PERFORM APROVA-JOB
               WHEN 0
                   SET SAIR-DO-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "Opcao fora do intervalo permitido "
                       "(0-17)."
           END-EVALUATE.

      * writes the one-shot release flag FEEDFPR consumes, so the
               DISPLAY "Restauracao cancelada."
           END-IF.

      * the checker's side of the GL posting and reversal holds:
      * whoever ran the posting or the allocation behind it cannot
      * decide it; GLPOST re-checks the same rules when it takes the
      * card. With both a posting and a reversal pending the checker
      * picks which one to decide. The checker names the company
      * first; no company decides the single-entity holds
       APROVA-POSTAGEM.
           DISPLAY "Empresa (codigo, ENTER = sem empresa): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-ENT-CODE.
           ACCEPT WS-ENT-CODE.
           PERFORM MONTA-NOMES-RETENCAO.
           MOVE WS-HOLD-REV-NAME TO WS-HOLD-NAME.
           PERFORM CARREGA-RETENCAO.
           MOVE 'N' TO WS-HOLD-REV-PEND.
           IF HOLD-FOUND AND GLH-PENDING
               MOVE 'Y' TO WS-HOLD-REV-PEND
           END-IF.
           MOVE WS-HOLD-POST-NAME TO WS-HOLD-NAME.
           PERFORM CARREGA-RETENCAO.
           MOVE 'N' TO WS-HOLD-POST-PEND.
           IF HOLD-FOUND AND GLH-PENDING
               MOVE 'Y' TO WS-HOLD-POST-PEND
           END-IF.
           MOVE 'P' TO WS-APR-KIND.
           IF WS-HOLD-REV-PEND = 'Y'
               MOVE 'V' TO WS-APR-KIND
               IF WS-HOLD-POST-PEND = 'Y'
                   DISPLAY "Postagem e estorno GL pendentes - decidir "
                       "a postagem (P) ou o estorno (E): "
                       WITH NO ADVANCING
                   ACCEPT WS-FORCA
                   IF WS-FORCA = 'P' OR WS-FORCA = 'p'
                       MOVE 'P' TO WS-APR-KIND
                   END-IF
               END-IF
           END-IF.
           IF WS-APR-KIND = 'V'
               MOVE WS-HOLD-REV-NAME TO WS-HOLD-NAME
               PERFORM CARREGA-RETENCAO
           END-IF.
           IF NOT HOLD-FOUND OR NOT GLH-PENDING
               DISPLAY "Nenhuma postagem GL pendente de aprovacao"
                   WS-HOLD-EMP-TXT "."
           ELSE
               PERFORM DECIDE-RETENCAO
           END-IF.

       DECIDE-RETENCAO.
           IF GLH-REVERSAL
               DISPLAY "ESTORNO GL PENDENTE: RUN " GLH-RUN
                   "  ESTORNA RUN " GLH-REV-RUN " CONJUNTO "
                   GLH-REV-SET "  REGISTROS=" GLH-RECS
                   WS-HOLD-EMP-TXT
           ELSE
               DISPLAY "POSTAGEM GL PENDENTE: RUN " GLH-RUN
                   "  REGISTROS=" GLH-RECS "  DEBITOS=" GLH-DEBITS
                   WS-HOLD-EMP-TXT
           END-IF.
           DISPLAY "  GERADA EM " GLH-CREATED-DATE " "
               GLH-CREATED-HH ":" GLH-CREATED-MM
               " POR " GLH-MAKER "  RATEIO POR " GLH-ALLOC-OPER.
           IF WS-OPER-ID = SPACES
               OR WS-OPER-ID = GLH-MAKER
               OR WS-OPER-ID = GLH-ALLOC-OPER
               DISPLAY "Operador " WS-OPER-ID " nao pode aprovar "
                   "a propria postagem ou rateio."
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "checker " WS-OPER-ID " not allowed run "
                   GLH-RUN DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE "DENIED" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM,
                   WS-AUD-DETAIL, WS-AUD-OUTCOME
           ELSE
               DISPLAY "Aprovar (A), rejeitar (R) ou cancelar "
                   "(C): " WITH NO ADVANCING
               ACCEPT WS-FORCA
               IF WS-FORCA = 'a'
                   MOVE 'A' TO WS-FORCA
               END-IF
               IF WS-FORCA = 'r'
                   MOVE 'R' TO WS-FORCA
               END-IF
               IF WS-FORCA = 'A' OR WS-FORCA = 'R'
                   PERFORM ESCALA-TRAVA
                   IF WS-ESCALADO = 'Y'
                       MOVE WS-FORCA TO WS-APR-DECISION
                       MOVE WS-OPER-ID TO WS-APR-CHECKER
                       MOVE WS-ENT-CODE TO WS-APR-ENT
                       OPEN OUTPUT GL-APR-FILE
                       WRITE GL-APR-REC FROM WS-APR-LINE
                       CLOSE GL-APR-FILE
      *                the decision's audit records carry the company
                       IF WS-ENT-CODE NOT = SPACES
                           MOVE "SET" TO WS-ENT-FUNC
                           CALL "ENTCTX" USING WS-ENT-FUNC,
                               WS-ENT-CODE
                       END-IF
                       CALL "GLPOST"
                       CANCEL "GLPOST"
                       IF WS-ENT-CODE NOT = SPACES
                           MOVE "CLR" TO WS-ENT-FUNC
                           CALL "ENTCTX" USING WS-ENT-FUNC,
                               WS-ENT-CODE
                       END-IF
                       PERFORM REBAIXA-TRAVA
                   END-IF
               ELSE
                   DISPLAY "Decisao cancelada."
               END-IF
           END-IF.

      * files an ad hoc job request on the queue, pending approval;
      * BATCHDRV writes the card and dispatches the step once an
      * admin has approved it. Only a step in BATCHDRV's dispatch
      * can be asked for, and its card file comes from the step
      * table, never from the operator
       SOLICITA-JOB.
           MOVE SPACES TO WS-REQ-NEW.
           DISPLAY "Passo a executar (nome no BATCHDRV, ex. MATASOF): "
               WITH NO ADVANCING.
           ACCEPT WS-REQ-STEP-IN.
           PERFORM BUSCA-PASSO-PEDIDO.
           IF JST-FOUND = 'N' OR JST-PROTECTED = 'Y'
               DISPLAY "Passo " WS-REQ-STEP-IN " nao e despachavel "
                   "pelo BATCHDRV - nada gravado."
               MOVE SPACES TO WS-AUD-DETAIL
               STRING "job request step " WS-REQ-STEP-IN " refused"
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE "REJECTED" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
           ELSE
               PERFORM COMPLETA-PEDIDO
           END-IF.

       COMPLETA-PEDIDO.
           MOVE JST-CARD-FILE TO WS-REQ-FILE-IN.
           IF JST-CARD-FILE NOT = SPACES
               DISPLAY "Cartao de controle do passo: " JST-CARD-FILE
               DISPLAY "Conteudo do cartao (branco = sem cartao): "
                   WITH NO ADVANCING
               ACCEPT WS-REQ-CARD-IN
           END-IF.
           DISPLAY "Executar apos o lote de hoje (C) ou na proxima "
               "janela livre (W): " WITH NO ADVANCING.
           ACCEPT WS-REQ-WHEN-IN.
           IF WS-REQ-WHEN-IN = 'c'
               MOVE 'C' TO WS-REQ-WHEN-IN
           END-IF.
           IF WS-REQ-WHEN-IN = 'w'
               MOVE 'W' TO WS-REQ-WHEN-IN
           END-IF.
           IF WS-REQ-WHEN-IN NOT = 'C' AND WS-REQ-WHEN-IN NOT = 'W'
               DISPLAY "Pedido incompleto - nada gravado."
           ELSE
               DISPLAY "Gravar o pedido de " WS-REQ-STEP-IN
                   "? (S/N): " WITH NO ADVANCING
               ACCEPT WS-FORCA
               IF WS-FORCA = 'S' OR WS-FORCA = 's'
                   PERFORM GRAVA-PEDIDO
               ELSE
                   DISPLAY "Pedido cancelado."
               END-IF
           END-IF.

      * the step must be one BATCHDRV dispatches; its card file is
      * re-checked against the protected suite files all the same
       BUSCA-PASSO-PEDIDO.
           MOVE 'N' TO JST-FOUND.
           MOVE 'N' TO JST-PROTECTED.
           MOVE SPACES TO JST-CARD-FILE.
           IF WS-REQ-STEP-IN NOT = SPACES
               PERFORM VARYING JST-IDX FROM 1 BY 1
                   UNTIL JST-IDX > 43 OR JST-FOUND = 'Y'
                   IF JST-STEP(JST-IDX) = WS-REQ-STEP-IN
                       MOVE 'Y' TO JST-FOUND
                       MOVE JST-CARD(JST-IDX) TO JST-CARD-FILE
                   END-IF
               END-PERFORM
           END-IF.
           IF JST-CARD-FILE NOT = SPACES
               PERFORM VARYING JST-IDX FROM 1 BY 1
                   UNTIL JST-IDX > 28 OR JST-PROTECTED = 'Y'
                   IF JST-PROT-NAME(JST-IDX) = JST-CARD-FILE
                       MOVE 'Y' TO JST-PROTECTED
                   END-IF
               END-PERFORM
           END-IF.

       GRAVA-PEDIDO.
           MOVE 0 TO WS-REQ-LAST-ID.
           MOVE 'N' TO WS-REQ-EOF-SW.
           OPEN INPUT JOBREQ-FILE.
           PERFORM LE-ULTIMO-PEDIDO UNTIL REQ-EOF.
           CLOSE JOBREQ-FILE.
           MOVE SPACES TO JRQ-REC.
           ADD 1 TO WS-REQ-LAST-ID GIVING JRQ-ID.
           SET JRQ-PENDING TO TRUE.
           MOVE WS-REQ-WHEN-IN TO JRQ-WHEN.
           MOVE WS-REQ-STEP-IN TO JRQ-STEP.
           MOVE WS-REQ-FILE-IN TO JRQ-CARD-FILE.
           MOVE WS-REQ-CARD-IN TO JRQ-CARD.
           MOVE WS-OPER-ID TO JRQ-REQUESTER.
           PERFORM MARCA-HORA-PEDIDO.
           MOVE WS-HAND-TS(1:16) TO JRQ-FILED.
           OPEN EXTEND JOBREQ-FILE.
           WRITE JOBREQ-FILE-REC FROM JRQ-REC.
           CLOSE JOBREQ-FILE.
           MOVE SPACES TO WS-AUD-DETAIL.
           STRING "job request " JRQ-ID " filed " DELIMITED BY SIZE
               JRQ-STEP DELIMITED BY SPACE INTO WS-AUD-DETAIL.
           MOVE "OK" TO WS-AUD-OUTCOME.
           CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
               WS-AUD-OUTCOME.
           DISPLAY "Pedido " JRQ-ID " gravado, aguardando aprovacao.".

       LE-ULTIMO-PEDIDO.
           READ JOBREQ-FILE INTO JRQ-REC
               AT END
                   SET REQ-EOF TO TRUE
           END-READ.
           IF NOT REQ-EOF AND JRQ-ID IS NUMERIC
               IF JRQ-ID > WS-REQ-LAST-ID
                   MOVE JRQ-ID TO WS-REQ-LAST-ID
               END-IF
           END-IF.

       MARCA-HORA-PEDIDO.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO WS-HAND-TS.
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-HAND-TS.

      * the admin's side of the queue: lists what awaits approval
      * and decides one request through a work-file pass; nobody
      * approves their own request
       APROVA-JOB.
           MOVE 0 TO WS-REQ-PEND.
           MOVE 'N' TO WS-REQ-EOF-SW.
           OPEN INPUT JOBREQ-FILE.
           PERFORM LISTA-UM-PEDIDO UNTIL REQ-EOF.
           CLOSE JOBREQ-FILE.
           IF WS-REQ-PEND = 0
               DISPLAY "Nenhum job avulso aguardando aprovacao."
           ELSE
               DISPLAY "Pedido a decidir: " WITH NO ADVANCING
               ACCEPT WS-REQ-ID-IN
               DISPLAY "Aprovar (A), rejeitar (R) ou cancelar (C): "
                   WITH NO ADVANCING
               ACCEPT WS-FORCA
               IF WS-FORCA = 'a'
                   MOVE 'A' TO WS-FORCA
               END-IF
               IF WS-FORCA = 'r'
                   MOVE 'R' TO WS-FORCA
               END-IF
               IF WS-REQ-ID-IN IS NUMERIC
                   AND (WS-FORCA = 'A' OR WS-FORCA = 'R')
                   MOVE WS-REQ-ID-IN TO WS-REQ-ID-NUM
                   PERFORM DECIDE-PEDIDO
               ELSE
                   DISPLAY "Decisao cancelada."
               END-IF
           END-IF.

       LISTA-UM-PEDIDO.
           READ JOBREQ-FILE INTO JRQ-REC
               AT END
                   SET REQ-EOF TO TRUE
           END-READ.
           IF NOT REQ-EOF AND JRQ-PENDING
               ADD 1 TO WS-REQ-PEND
               DISPLAY "  " JRQ-ID " " JRQ-STEP " " JRQ-WHEN " "
                   JRQ-CARD-FILE " POR " JRQ-REQUESTER " EM "
                   JRQ-FILED
               IF JRQ-CARD-FILE NOT = SPACES
                   DISPLAY "         CARTAO: " JRQ-CARD
               END-IF
           END-IF.

       DECIDE-PEDIDO.
           MOVE 'N' TO WS-REQ-DONE.
           MOVE 'N' TO WS-REQ-EOF-SW.
           PERFORM MARCA-HORA-PEDIDO.
           OPEN INPUT JOBREQ-FILE.
           OPEN OUTPUT JOBREQ-WRK-FILE.
           PERFORM DECIDE-UM-PEDIDO UNTIL REQ-EOF.
           CLOSE JOBREQ-FILE.
           CLOSE JOBREQ-WRK-FILE.
           EVALUATE WS-REQ-DONE
               WHEN 'N'
                   DISPLAY "Nenhum pedido pendente com esse numero."
               WHEN 'D'
                   DISPLAY "Operador " WS-OPER-ID " nao pode decidir "
                       "o proprio pedido."
                   MOVE SPACES TO WS-AUD-DETAIL
                   STRING "job request " WS-REQ-ID-NUM
                       " own request refused" DELIMITED BY SIZE
                       INTO WS-AUD-DETAIL
                   MOVE "DENIED" TO WS-AUD-OUTCOME
                   CALL "AUDITLOG" USING WS-AUD-PROGRAM,
                       WS-AUD-DETAIL, WS-AUD-OUTCOME
               WHEN OTHER
                   CALL "FILECOPY" USING WS-REQW-NAME, WS-REQ-NAME
                   CANCEL "FILECOPY"
                   MOVE SPACES TO WS-AUD-DETAIL
                   IF WS-FORCA = 'A'
                       STRING "job request " WS-REQ-ID-NUM
                           " approved" DELIMITED BY SIZE
                           INTO WS-AUD-DETAIL
                       DISPLAY "Pedido " WS-REQ-ID-NUM " aprovado."
                   ELSE
                       STRING "job request " WS-REQ-ID-NUM
                           " rejected" DELIMITED BY SIZE
                           INTO WS-AUD-DETAIL
                       DISPLAY "Pedido " WS-REQ-ID-NUM " rejeitado."
                   END-IF
                   MOVE "OK" TO WS-AUD-OUTCOME
                   CALL "AUDITLOG" USING WS-AUD-PROGRAM,
                       WS-AUD-DETAIL, WS-AUD-OUTCOME
           END-EVALUATE.

       DECIDE-UM-PEDIDO.
           READ JOBREQ-FILE INTO JRQ-REC
               AT END
                   SET REQ-EOF TO TRUE
           END-READ.
           IF NOT REQ-EOF
               IF JRQ-PENDING AND JRQ-ID = WS-REQ-ID-NUM
                   IF WS-OPER-ID = SPACES
                       OR WS-OPER-ID = JRQ-REQUESTER
                       MOVE 'D' TO WS-REQ-DONE
                   ELSE
                       MOVE 'Y' TO WS-REQ-DONE
                       IF WS-FORCA = 'A'
                           SET JRQ-APPROVED TO TRUE
                       ELSE
                           SET JRQ-REJECTED TO TRUE
                       END-IF
                       MOVE WS-OPER-ID TO JRQ-APPROVER
                       MOVE WS-HAND-TS(1:16) TO JRQ-DECIDED
                   END-IF
               END-IF
               WRITE JOBREQ-WRK-REC FROM JRQ-REC
           END-IF.

      * the queue on the board: how many requests await approval,
      * and the signed-on operator's last five with their outcome
       EXIBE-PEDIDOS.
           MOVE 0 TO WS-REQ-PEND, WS-REQ-SEEN.
           MOVE 1 TO WS-REQ-NEXT.
           MOVE 'N' TO WS-REQ-EOF-SW.
           OPEN INPUT JOBREQ-FILE.
           PERFORM CARREGA-UM-PEDIDO UNTIL REQ-EOF.
           CLOSE JOBREQ-FILE.
           IF WS-REQ-PEND > 0
               DISPLAY "JOBS AVULSOS AGUARDANDO APROVACAO: "
                   WS-REQ-PEND
           END-IF.
           IF WS-REQ-SEEN > 0
               DISPLAY "SEUS PEDIDOS DE JOB AVULSO:"
               IF WS-REQ-SEEN > 5
                   MOVE 5 TO WS-TAIL-CNT
               ELSE
                   MOVE 1 TO WS-REQ-NEXT
                   MOVE WS-REQ-SEEN TO WS-TAIL-CNT
               END-IF
               PERFORM VARYING WS-TAIL-IDX FROM 1 BY 1
                   UNTIL WS-TAIL-IDX > WS-TAIL-CNT
                   DISPLAY "  " WS-REQ-TAIL-LINE(WS-REQ-NEXT)
                   ADD 1 TO WS-REQ-NEXT
                   IF WS-REQ-NEXT > 5
                       MOVE 1 TO WS-REQ-NEXT
                   END-IF
               END-PERFORM
           END-IF.

       CARREGA-UM-PEDIDO.
           READ JOBREQ-FILE INTO JRQ-REC
               AT END
                   SET REQ-EOF TO TRUE
           END-READ.
           IF NOT REQ-EOF
               IF JRQ-PENDING
                   ADD 1 TO WS-REQ-PEND
               END-IF
               IF WS-OPER-ID NOT = SPACES
                   AND JRQ-REQUESTER = WS-OPER-ID
                   ADD 1 TO WS-REQ-SEEN
                   PERFORM FORMATA-PEDIDO
                   MOVE WS-REQ-LINE TO WS-REQ-TAIL-LINE(WS-REQ-NEXT)
                   ADD 1 TO WS-REQ-NEXT
                   IF WS-REQ-NEXT > 5
                       MOVE 1 TO WS-REQ-NEXT
                   END-IF
               END-IF
           END-IF.

       FORMATA-PEDIDO.
           EVALUATE TRUE
               WHEN JRQ-PENDING
                   MOVE "PENDENTE" TO WS-REQ-STATUS-TXT
               WHEN JRQ-APPROVED
                   MOVE "APROVADO" TO WS-REQ-STATUS-TXT
               WHEN JRQ-REJECTED
                   MOVE "REJEITADO" TO WS-REQ-STATUS-TXT
               WHEN JRQ-RAN
                   MOVE "EXECUTADO" TO WS-REQ-STATUS-TXT
               WHEN JRQ-FAILED
                   MOVE "FALHOU" TO WS-REQ-STATUS-TXT
               WHEN OTHER
                   MOVE "?" TO WS-REQ-STATUS-TXT
           END-EVALUATE.
           MOVE SPACES TO WS-REQ-LINE.
           IF JRQ-RAN OR JRQ-FAILED
               STRING JRQ-ID " " JRQ-STEP " " WS-REQ-STATUS-TXT
                   " RUN=" JRQ-RUN " RC=" JRQ-RC " EM " JRQ-RAN-AT
                   DELIMITED BY SIZE INTO WS-REQ-LINE
           ELSE
               STRING JRQ-ID " " JRQ-STEP " " WS-REQ-STATUS-TXT
                   " ARQUIVADO EM " JRQ-FILED
                   DELIMITED BY SIZE INTO WS-REQ-LINE
           END-IF.

      * the posting and reversal hold names of the company in
      * WS-ENT-CODE, the way GLPOST builds them
       MONTA-NOMES-RETENCAO.
           MOVE SPACES TO WS-HOLD-EMP-TXT.
           IF WS-ENT-CODE NOT = SPACES
               STRING "  EMPRESA " WS-ENT-CODE DELIMITED BY SIZE
                   INTO WS-HOLD-EMP-TXT
           END-IF.
           MOVE "GLPSTHLD" TO WS-NAME-BASE.
           PERFORM MONTA-NOME-EMPRESA.
           MOVE WS-NAME-OUT TO WS-HOLD-POST-NAME.
           MOVE "GLREVHLD" TO WS-NAME-BASE.
           PERFORM MONTA-NOME-EMPRESA.
           MOVE WS-NAME-OUT TO WS-HOLD-REV-NAME.

       MONTA-NOME-EMPRESA.
           MOVE SPACES TO WS-NAME-OUT.
           IF WS-ENT-CODE = SPACES
               STRING WS-NAME-BASE ".DAT" DELIMITED BY SIZE
                   INTO WS-NAME-OUT
           ELSE
               STRING WS-NAME-BASE "." WS-ENT-CODE ".DAT"
                   DELIMITED BY SIZE INTO WS-NAME-OUT
           END-IF.

      * the single-entity holds, then each ENTCTL.DAT company's
       EXIBE-RETENCOES-GL.
           MOVE SPACES TO WS-ENT-CODE.
           PERFORM EXIBE-RETENCOES-EMPRESA.
           MOVE 'N' TO WS-ENT-EOF-SW.
           OPEN INPUT ENT-CTL-FILE.
           PERFORM EXIBE-UMA-EMPRESA UNTIL ENT-EOF.
           CLOSE ENT-CTL-FILE.

       EXIBE-UMA-EMPRESA.
           READ ENT-CTL-FILE
               AT END
                   SET ENT-EOF TO TRUE
           END-READ.
           IF NOT ENT-EOF AND ENT-CTL-REC NOT = SPACES
               MOVE ENT-CTL-REC TO WS-ENT-CODE
               PERFORM EXIBE-RETENCOES-EMPRESA
           END-IF.

       EXIBE-RETENCOES-EMPRESA.
           PERFORM MONTA-NOMES-RETENCAO.
           MOVE WS-HOLD-POST-NAME TO WS-HOLD-NAME.
           PERFORM EXIBE-RETENCAO-GL.
           MOVE WS-HOLD-REV-NAME TO WS-HOLD-NAME.
           PERFORM EXIBE-RETENCAO-GL.

       CARREGA-RETENCAO.
           MOVE 'N' TO WS-HOLD-FOUND.
           OPEN INPUT GL-HOLD-FILE.
           READ GL-HOLD-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF GL-HOLD-FILE-REC NOT = SPACES
                       MOVE GL-HOLD-FILE-REC TO GLH-HOLD-REC
                       SET HOLD-FOUND TO TRUE
                   END-IF
           END-READ.
           CLOSE GL-HOLD-FILE.

      * a pending posting or reversal (the hold WS-HOLD-NAME names)
      * with its age; past the configured limit it is flagged, and
      * the AGED alert is raised once - the hold record remembers
      * it, as GLPOST's own check does
       EXIBE-RETENCAO-GL.
           PERFORM CARREGA-RETENCAO.
           IF HOLD-FOUND AND GLH-PENDING AND GLH-CREATED IS NUMERIC
               MOVE 24 TO WS-AGE-LIMIT
               OPEN INPUT GL-APR-CFG-FILE
               READ GL-APR-CFG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GL-APR-CFG-REC(1:3) IS NUMERIC
                           MOVE GL-APR-CFG-REC(1:3) TO WS-AGE-LIMIT
                       END-IF
               END-READ
               CLOSE GL-APR-CFG-FILE
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-CURRENT-DATE(1:8) TO WS-DATE-NUM
               MOVE WS-CURRENT-DATE(9:2) TO WS-NOW-HH
               MOVE WS-CURRENT-DATE(11:2) TO WS-NOW-MM
               COMPUTE WS-AGE-MIN =
                   (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(GLH-CREATED-DATE))
                   * 1440
                   + WS-NOW-HH * 60 + WS-NOW-MM
                   - GLH-CREATED-HH * 60 - GLH-CREATED-MM
               IF WS-AGE-MIN < 0
                   MOVE 0 TO WS-AGE-MIN
               END-IF
               COMPUTE WS-AGE-HOURS = WS-AGE-MIN / 60
               IF GLH-REVERSAL
                   DISPLAY "ESTORNO GL RETIDO P/ APROVACAO: RUN "
                       GLH-RUN " (ESTORNA RUN " GLH-REV-RUN ") HA "
                       WS-AGE-HOURS "H  POR " GLH-MAKER
                       WS-HOLD-EMP-TXT
               ELSE
                   DISPLAY "POSTAGEM GL RETIDA P/ APROVACAO: RUN "
                       GLH-RUN " HA " WS-AGE-HOURS "H  POR " GLH-MAKER
                       WS-HOLD-EMP-TXT
               END-IF
               IF WS-AGE-MIN > WS-AGE-LIMIT * 60
                   DISPLAY "  *** ALEM DO PRAZO DE " WS-AGE-LIMIT
                       " HORAS"
                   IF NOT GLH-AGED-ALERTED
                       MOVE SPACES TO WS-AUD-DETAIL
                       IF GLH-REVERSAL
                           STRING "reversal run " GLH-RUN
                               " unapproved >" WS-AGE-LIMIT "h"
                               DELIMITED BY SIZE INTO WS-AUD-DETAIL
                       ELSE
                           STRING "posting run " GLH-RUN
                               " unapproved >" WS-AGE-LIMIT "h"
                               DELIMITED BY SIZE INTO WS-AUD-DETAIL
                       END-IF
                       MOVE "AGED" TO WS-AUD-OUTCOME
                       CALL "AUDITLOG" USING WS-AUD-PROGRAM,
                           WS-AUD-DETAIL, WS-AUD-OUTCOME
                       MOVE 'Y' TO GLH-AGED-SW
                       OPEN OUTPUT GL-HOLD-FILE
                       WRITE GL-HOLD-FILE-REC FROM GLH-HOLD-REC
                       CLOSE GL-HOLD-FILE
                   END-IF
               END-IF
           END-IF.

      * status board: unacknowledged alerts, each program's latest
      * audit outcome, and the tail of the batch job log
       EXIBE-PAINEL.
               END-PERFORM
           END-IF.
           PERFORM EXIBE-ULTIMOS-RESULTADOS.
           PERFORM EXIBE-POSTAGEM-GL.
           PERFORM EXIBE-RETENCOES-GL.
           PERFORM EXIBE-TRAVAS.
           PERFORM EXIBE-PEDIDOS.
           PERFORM EXIBE-FIM-BATCHJOB.
           DISPLAY "------------------------------------------------".

      * the latest GL load reconciliation, straight off GLRECON's
      * one-line status file
       EXIBE-POSTAGEM-GL.
           MOVE SPACES TO WS-GLST-IN.
           OPEN INPUT GL-STAT-VIEW-FILE.
           READ GL-STAT-VIEW-FILE INTO WS-GLST-IN
               AT END
                   MOVE SPACES TO WS-GLST-IN
           END-READ.
           CLOSE GL-STAT-VIEW-FILE.
           IF WS-GLST-IN = SPACES
               DISPLAY "POSTAGEM GL: SEM RETORNO DO RAZAO CONCILIADO."
           ELSE
               DISPLAY "POSTAGEM GL: RUN " WS-GLST-RUN " "
                   WS-GLST-STATUS " EM " WS-GLST-DATE
               DISPLAY "  CARREGADAS=" WS-GLST-OK " REJEITADAS="
                   WS-GLST-REJ " AUSENTES=" WS-GLST-MISS
                   " SEM POSTAGEM=" WS-GLST-EXTRA
           END-IF.

      * every current lock holder straight off RUNLOCK.DAT, so the
      * desk can see who is in and in which mode
       EXIBE-TRAVAS.
       EXIBE-FIM-BATCHJOB.
           MOVE 1 TO WS-JOB-NEXT.
           MOVE 0 TO WS-JOB-SEEN.
           MOVE SPACES TO WS-JOB-RUN, WS-RBK-LINE.
           MOVE 'N' TO WS-JOB-EOF-SW.
           OPEN INPUT JOB-LOG-FILE.
           PERFORM CARREGA-UM-JOBLOG UNTIL JOBLOG-EOF.
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-RBK-LINE NOT = SPACES
               PERFORM EXIBE-RUNBOOK
           END-IF.

      * the runbook entry BATCHDRV referenced for the failed step
       EXIBE-RUNBOOK.
           DISPLAY "PASSO COM FALHA NO RUN " WS-JOB-RUN ": "
               WS-RBK-LINE(1:12) " RC=" WS-RBK-LINE(23:3).
           IF WS-RBK-LINE(39:1) = "-"
               DISPLAY "  SEM ROTEIRO NO RUNBOOK.DAT - ACIONAR O "
                   "SUPERVISOR DE TURNO."
           ELSE
               MOVE "REF" TO WS-RBK-FUNC
               MOVE SPACES TO WS-RBK-PROGRAM, WS-RBK-OUTCOME
               MOVE 0 TO WS-RBK-RC
               MOVE WS-RBK-LINE(39:6) TO RBK-REF
               CALL "RUNBOOK" USING WS-RBK-FUNC, WS-RBK-PROGRAM,
                   WS-RBK-RC, WS-RBK-OUTCOME, RBK-ENTRY, WS-RBK-FOUND
               IF WS-RBK-FOUND = 'Y'
                   DISPLAY "  RUNBOOK " RBK-REF
                       "  REINICIO SEGURO: " RBK-RESTART
                       "  OPCAO DO MENU: " RBK-OPTION
                       "  CONTATO: " RBK-CONTACT
                   DISPLAY "  " RBK-TEXT
               ELSE
                   DISPLAY "  RUNBOOK " WS-RBK-LINE(39:6)
                       " NAO ENCONTRADO NO RUNBOOK.DAT."
               END-IF
           END-IF.

       CARREGA-UM-JOBLOG.
           READ JOB-LOG-FILE
           END-READ.
           IF NOT JOBLOG-EOF
               ADD 1 TO WS-JOB-SEEN
               IF JOB-LOG-REC(86:6) NOT = WS-JOB-RUN
                   MOVE JOB-LOG-REC(86:6) TO WS-JOB-RUN
                   MOVE SPACES TO WS-RBK-LINE
               END-IF
               IF JOB-LOG-REC(31:8) = "runbook "
                   MOVE JOB-LOG-REC TO WS-RBK-LINE
               END-IF
               MOVE JOB-LOG-REC TO WS-JOB-LINE(WS-JOB-NEXT)
               ADD 1 TO WS-JOB-NEXT
               IF WS-JOB-NEXT > 5
      * copied back), so cleared items drop off the board while the
      * full alert history stays on file whatever its size
       RECONHECE-ALERTAS.
           MOVE 0 TO WS-ACK-COUNT, WS-ACK-SEQ.
           MOVE 'N' TO WS-ALERT-EOF-SW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE SPACES TO WS-ACK-TS.
           STRING WS-CURRENT-DATE(1:4) "-" WS-CURRENT-DATE(5:2) "-"
               WS-CURRENT-DATE(7:2) " " WS-CURRENT-DATE(9:2) ":"
               WS-CURRENT-DATE(11:2) ":" WS-CURRENT-DATE(13:2)
               DELIMITED BY SIZE INTO WS-ACK-TS.
           MOVE WS-OPER-ID TO WS-ACK-OPER.
           OPEN INPUT ALERT-FILE.
           OPEN OUTPUT ALERT-WRK-FILE.
           OPEN EXTEND ALERT-ACK-FILE.
           PERFORM RECONHECE-UM-ALERTA UNTIL ALERT-EOF.
           CLOSE ALERT-FILE.
           CLOSE ALERT-WRK-FILE.
           CLOSE ALERT-ACK-FILE.
           IF WS-ACK-COUNT = 0
               DISPLAY "Nenhum alerta pendente a reconhecer."
           ELSE
               CALL "FILECOPY" USING WS-ALERT-NAME, WS-ALERT-DST
               CANCEL "FILECOPY"
               MOVE SPACES TO WS-AUD-DETAIL
               STRING WS-ACK-COUNT " alert(s) acknowledged"
                   DELIMITED BY SIZE INTO WS-AUD-DETAIL
               MOVE "OK" TO WS-AUD-OUTCOME
               CALL "AUDITLOG" USING WS-AUD-PROGRAM, WS-AUD-DETAIL,
                   WS-AUD-OUTCOME
               DISPLAY WS-ACK-COUNT " ALERTA(S) RECONHECIDO(S)."
           END-IF.

                   SET ALERT-EOF TO TRUE
           END-READ.
           IF NOT ALERT-EOF
               ADD 1 TO WS-ACK-SEQ
               IF ALERT-FILE-REC(1:1) = 'N'
                   MOVE 'Y' TO ALERT-FILE-REC(1:1)
                   ADD 1 TO WS-ACK-COUNT
                   WRITE ALERT-ACK-REC FROM WS-ACK-LINE
               END-IF
               WRITE ALERT-WRK-REC FROM ALERT-FILE-REC
           END-IF.
