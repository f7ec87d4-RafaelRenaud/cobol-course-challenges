           SELECT FOLHA ASSIGN TO 'FOLHA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FOLHA-STATUS.
      *-----------------------
      * FUNCIONARIOS.DAT is the employee master kept by PROG009,
      * indexed by the matricula; the lote reads it in key order.
      *-----------------------
           SELECT FUNCIONARIOS ASSIGN TO 'FUNCIONARIOS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FUNC-MATRICULA
           FILE STATUS IS WS-FUNC-STATUS.
      *-----------------------
      * FOLHAARQ.TXT is the archive PROG017 moves old FOLHA.TXT
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REMESSA-STATUS.
      *-----------------------
      * CNABbbb.TXT is the remittance split per credited bank (bbb
      * its FEBRABAN code) in the CNAB 240 layout the banks accept,
      * generated out of REMESSA.TXT when it is closed. CONVENIOS.TXT
      * holds the paying company's convenio, account and file
      * sequence number at each bank.
      *-----------------------
           SELECT CNAB ASSIGN USING WRK-ARQ-CNAB
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNAB-STATUS.
           SELECT CONVENIOS ASSIGN TO 'CONVENIOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONVENIOS-STATUS.
      *-----------------------
      * REJEITADOS.TXT collects the FUNCIONARIOS.DAT records the
      * lote run could not trust - each with a reason code and the
      * original record image - so one bad line no longer poisons
      * the whole run without a trace.
      *-----------------------
      * RESSUBMET.TXT is the resubmission queue PROG020 builds out
      * of the corrected rejects: the lote run picks it up after
      * FUNCIONARIOS.DAT, runs each record through the same critica
      * and empties the queue so nothing is paid twice.
      *-----------------------
           SELECT RESSUBMET ASSIGN TO 'RESSUBMET.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFILA-STATUS.
      *-----------------------
      * CONTAS.DAT keys each employee, by matricula, to the bank
      * account the remittance must credit, maintained by PROG019;
      * employees without an account on file divert to
      * REJEITADOS.TXT instead of producing an unpayable credit.
      *-----------------------
           SELECT CONTAS ASSIGN TO 'CONTAS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CTA-MATRICULA
           FILE STATUS IS WS-CONTAS-STATUS.
      *-----------------------
      * COMPCTL.TXT is the period-control trail: one line per
      * fechamento or reabertura of a competencia, appended by the
      * modes (5) and (6); the latest line of a competencia says
      * whether the month is FECHADA, and a closed month refuses
      * any new FOLHA/REMESSA record stamped with it. The lote
      * leaves the month 'P' (aguardando aprovacao) and the PROG033
      * review marks it 'L' (aprovada) or 'R' (reprovada): only an
      * approved competencia is closed or has its remessa released.
      *-----------------------
           SELECT COMPCTL ASSIGN TO 'COMPCTL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT AUDITORIA ASSIGN TO 'AUDITORIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUD-STATUS.
      *-----------------------
      * AUDARQ.TXT holds the audit lines PROG017 archived; it is
      * read ahead of AUDITORIA.TXT when the release trail of a
      * remittance is looked up.
      *-----------------------
           SELECT AUDARQ ASSIGN TO 'AUDARQ.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDARQ-STATUS.
      *-----------------------
      * LANCAMENTOS.TXT carries the month's variable events per
      * employee (hora extra, falta, adiantamento, vale-transporte,
      * gratificacao), keyed in through PROG034 against the code
      * table EVENTOS.TXT; the lote applies the ones stamped with
      * the competencia being run.
      *-----------------------
           SELECT LANCAMENTOS ASSIGN TO 'LANCAMENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LANC-STATUS.
           SELECT EVENTOS ASSIGN TO 'EVENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVENTOS-STATUS.
      *-----------------------
      * FERIAS.TXT is the vacation schedule kept by PROG035: the
      * mode (7) run pays the slices scheduled to start in the
      * month asked and rewrites the file through FERTEMP.TMP with
      * the days moved from saldo to gozados.
      *-----------------------
           SELECT FERIAS ASSIGN TO 'FERIAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FERIAS-STATUS.
           SELECT FERTEMP ASSIGN TO 'FERTEMP.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FERTEMP-STATUS.
      *-----------------------
      * RESCISOES.TXT holds the settlements PROG037 calculated: the
      * lote pays a pending one in place of the month's salary and
      * rewrites the file through RESCTEMP.TMP with it marked paid,
      * which locks the employee out of every later run. RESCPAGA.TMP
      * lists the employees whose settlement the run has paid, until
      * the file is rewritten.
      *-----------------------
           SELECT RESCISOES ASSIGN TO 'RESCISOES.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESC-STATUS.
           SELECT RESCTEMP ASSIGN TO 'RESCTEMP.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESCTEMP-STATUS.
           SELECT RESCPAGA ASSIGN TO 'RESCPAGA.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESCPAGA-STATUS.
      *-----------------------
      * EMPRESAS.TXT is the company master kept by PROG039: every
      * employee is resolved to its company code (by FUNC-EMP-CODIGO,
      * or by the razao social on records that predate the code),
      * the code travels on FOLHA and REMESSA, and the paying
      * company's CNPJ and account go on the remittance header.
      *-----------------------
           SELECT EMPRESAS ASSIGN TO 'EMPRESAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EMPRESAS-STATUS.
      *-----------------------
      * The accounting export of the fechamento (mode 5) books the
      * competencia per company into LANCCONT.TXT: each rubrica goes
      * to the ledger account CONTABIL.TXT maps it to (kept by
      * PROG042), and the employer charges come at the ALIQUOTAS.TXT
      * rates PROG038 uses for the guides.
      *-----------------------
           SELECT CONTABIL ASSIGN TO 'CONTABIL.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTABIL-STATUS.
           SELECT LANCCONT ASSIGN TO 'LANCCONT.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LANCCONT-STATUS.
           SELECT ALIQUOTAS ASSIGN TO 'ALIQUOTAS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALIQ-STATUS.
      *-----------------------
      * ORCAMENTOS.TXT is the payroll budget per company and
      * competencia kept by PROG047: the closing warns about the
      * companies whose payroll of the month ran over it.
      *-----------------------
           SELECT ORCAMENTOS ASSIGN TO 'ORCAMENTOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORCAMENTO-STATUS.
      *-----------------------
      * CONSIGNADOS.TXT holds the payroll loan contracts PROG043
      * registers: the lote withholds each installment due within
      * the margin of the net, rewrites the file through
      * CONSTEMP.TMP with the installments counted, and rebuilds
      * REPASSE.TXT - what is owed to each lender bank. During the
      * run CONSALT.TMP logs every change made to a contract and
      * REPLOTE.TMP the remittance lines, sorted by bank through
      * REPSORT.TMP when REPASSE.TXT is written.
      *-----------------------
           SELECT CONSIGNADOS ASSIGN TO 'CONSIGNADOS.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONSIG-STATUS.
           SELECT CONSTEMP ASSIGN TO 'CONSTEMP.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONSTEMP-STATUS.
           SELECT CONSALT ASSIGN TO 'CONSALT.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONSALT-STATUS.
           SELECT REPASSE ASSIGN TO 'REPASSE.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPASSE-STATUS.
           SELECT REPLOTE ASSIGN TO 'REPLOTE.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPLOTE-STATUS.
           SELECT SORT-REPASSE ASSIGN TO 'REPSORT.TMP'.
      *-----------------------
      * PREVIA.TXT is the preview report of mode (8): the lote
      * computed without recording anything, every employee set
      * against the previous competencia. Rebuilt on every preview.
      * Its work files live only for the preview: PREVANT.TMP holds
      * the previous competencia, one line per employee, built
      * through PRVSORT.TMP; PREVCALC.TMP the previous lines the
      * preview matched; PREVMOV.TMP the movements it noted.
      *-----------------------
           SELECT PREVIA ASSIGN TO 'PREVIA.TXT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREVIA-STATUS.
           SELECT PREVANT ASSIGN TO 'PREVANT.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREVANT-STATUS.
           SELECT PREVCALC ASSIGN TO 'PREVCALC.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREVCALC-STATUS.
           SELECT PREVMOV ASSIGN TO 'PREVMOV.TMP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREVMOV-STATUS.
           SELECT SORT-PREVIA ASSIGN TO 'PRVSORT.TMP'.
      *-----------------------
      * The 13th salary run of mode (4) sorts the year's FOLHA.TXT
      * competencias by company and employee and pays each one at
      * the control break, so the size of the staff is bounded by
      * the sort work file only.
      *-----------------------
           SELECT SORT-DECIMO ASSIGN TO 'DECSORT.TMP'.
      *-----------------------
      * The accounting export and the budget check of the closing
      * sort the competencia's FOLHA records by employee through
      * CTBSORT.TMP, so the staff is not bounded by a table either.
      *-----------------------
           SELECT SORT-CTB ASSIGN TO 'CTBSORT.TMP'.
      *-----------------------
           SELECT PARAMETROS ASSIGN TO 'PROG002.PRM'
           ORGANIZATION IS LINE SEQUENTIAL
       FD FUNCIONARIOS.
       COPY FUNCIONARIO.
       FD FOLHAARQ.
       01 FOLHAARQ-REG PIC X(293).
       FD FAIXAS.
      *-----------------------
      * Vigencia (faixa de competencias AAAAMM, em branco = sem
       01 CONTRA-REG PIC X(80).
       FD REMESSA.
       COPY REMESSA.
       FD CNAB.
       COPY CNAB240.
       FD CONVENIOS.
       COPY CONVENIO.
       FD REJEITADOS.
       COPY REJEITADO.
       FD RESSUBMET.
       01 RES-REG PIC X(117).
       FD REFILA.
       COPY REFILA.
       FD CONTAS.
           05 CTL-OPERADOR PIC X(8).
       FD AUDITORIA.
       COPY AUDITORIA.
       FD AUDARQ.
       01 AUDARQ-REG PIC X(83).
       FD LANCAMENTOS.
       COPY LANCAMENTO.
       FD EVENTOS.
       COPY EVENTO.
       FD FERIAS.
       COPY FERIAS.
       FD FERTEMP.
       01 FERTEMP-REG PIC X(83).
       FD RESCISOES.
       COPY RESCISAO.
       FD RESCTEMP.
       01 RESCTEMP-REG PIC X(222).
       FD RESCPAGA.
       01 RESCPAGA-REG.
           05 RPG-MATRICULA PIC 9(6).
           05 RPG-NOME PIC X(30).
       FD EMPRESAS.
       COPY EMPRESA.
       FD CONTABIL.
       COPY CONTABIL.
       FD LANCCONT.
       COPY LANCCONT.
       FD ALIQUOTAS.
       COPY ALIQUOTA.
       FD ORCAMENTOS.
       COPY ORCAMENTO.
       FD CONSIGNADOS.
       COPY CONSIG.
       FD CONSTEMP.
       01 CONSTEMP-REG PIC X(111).
      *-----------------------
      * Situacao de um contrato depois de uma parcela ou rescisao do
      * lote; a ultima linha do contrato e a que vale.
      *-----------------------
       FD CONSALT.
       01 CONSALT-REG.
           05 CAL-BANCO PIC X(3).
           05 CAL-CONTRATO PIC X(15).
           05 CAL-PARCELAS-PAGAS PIC 9(3).
           05 CAL-ULT-COMP PIC X(6).
           05 CAL-SITUACAO PIC X(1).
       FD REPASSE.
       COPY REPASSE.
       FD REPLOTE.
       01 REPLOTE-REG PIC X(100).
      *-----------------------
      * Uma linha de detalhe do REPASSE.TXT, no layout REP-D-*.
      *-----------------------
       SD SORT-REPASSE.
       01 SRT-REP-REG.
           05 SRT-REP-TIPO PIC X(1).
           05 SRT-REP-BANCO PIC X(3).
           05 FILLER PIC X(96).
       FD PREVIA.
       01 PREVIA-REG PIC X(80).
       FD PREVANT.
       01 PREVANT-REG.
           05 PVA-MATRICULA PIC 9(6).
           05 PVA-NOME PIC X(30).
           05 PVA-BRUTO PIC 9(14)V99.
           05 PVA-DESCONTOS PIC 9(14)V99.
           05 PVA-LIQUIDO PIC 9(16)V99.
       FD PREVCALC.
       01 PREVCALC-REG.
           05 PVC-MATRICULA PIC 9(6).
           05 PVC-NOME PIC X(30).
       FD PREVMOV.
       01 PREVMOV-REG.
           05 PVM-TIPO PIC X(1).
           05 PVM-NOME PIC X(30).
           05 PVM-DATA PIC 9(8).
           05 PVM-MOTIVO PIC X(25).
      *-----------------------
      * Um registro de FOLHA da competencia anterior, ja apurado.
      * SRT-PRV-GRUPO identifica o funcionario como SRT-DEC-GRUPO.
      *-----------------------
       SD SORT-PREVIA.
       01 SRT-PRV-REG.
           05 SRT-PRV-GRUPO.
               10 SRT-PRV-TIPO PIC X(1).
               10 SRT-PRV-CHAVE PIC X(30).
           05 SRT-PRV-MATRICULA PIC 9(6).
           05 SRT-PRV-NOME PIC X(30).
           05 SRT-PRV-BRUTO PIC 9(14)V99.
           05 SRT-PRV-DESCONTOS PIC 9(14)V99.
           05 SRT-PRV-LIQUIDO PIC 9(16)V99.
      *-----------------------
      * Uma competencia do ano por registro. SRT-DEC-GRUPO identifica
      * o funcionario: '1' seguido da matricula, ou '0' seguido do
      * nome nas linhas gravadas antes da matricula.
      *-----------------------
       SD SORT-DECIMO.
       01 SRT-DEC-REG.
           05 SRT-DEC-EMP-CODIGO PIC X(3).
           05 SRT-DEC-EMPRESA PIC X(30).
           05 SRT-DEC-GRUPO.
               10 SRT-DEC-TIPO PIC X(1).
               10 SRT-DEC-CHAVE PIC X(30).
           05 SRT-DEC-NOME PIC X(30).
           05 SRT-DEC-MATRICULA PIC 9(6).
           05 SRT-DEC-CPF PIC X(11).
           05 SRT-DEC-MES PIC 9(2).
           05 SRT-DEC-BRUTO PIC 9(16)V99.
      *-----------------------
      * Um registro de FOLHA da competencia (ou da marca das ferias
      * pagas nela), ja apurado. SRT-CTB-GRUPO identifica o
      * funcionario como SRT-DEC-GRUPO.
      *-----------------------
       SD SORT-CTB.
       01 SRT-CTB-REG.
           05 SRT-CTB-GRUPO.
               10 SRT-CTB-TIPO PIC X(1).
               10 SRT-CTB-CHAVE PIC X(30).
           05 SRT-CTB-COMPETENCIA PIC X(6).
           05 SRT-CTB-EMP-IDX PIC 9(3).
           05 SRT-CTB-BRUTO PIC 9(14)V99.
           05 SRT-CTB-IMPOSTO PIC 9(14)V99.
           05 SRT-CTB-BENEF PIC 9(14)V99.
           05 SRT-CTB-DESCONTOS PIC 9(14)V99.
           05 SRT-CTB-LIQUIDO PIC 9(14)V99.
       FD PARAMETROS.
       01 PARM-REG PIC X(100).
       FD EXECLOG.
       77 WRK-QTD-REMESSA PIC 9(6) VALUE ZEROS.
       77 WRK-SOMA-REMESSA PIC 9(14)V99 VALUE ZEROS.
      *-----------------------
      * Arquivos CNAB 240 por banco: os bancos creditados na remessa
      * com quantidade e soma de cada um, e os convenios da pagadora
      * com o numero sequencial do ultimo arquivo enviado.
       77 WS-CNAB-STATUS PIC X(2) VALUE SPACES.
       77 WS-CONVENIOS-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-CNAB-REMESSA PIC 9(1) VALUE 0.
       77 FLAG-CONVENIOS PIC 9(1) VALUE 0.
       77 WRK-ARQ-CNAB PIC X(20) VALUE SPACES.
       01 TABELA-BANCOS-CNAB.
           05 BANCO-CNAB-ITEM OCCURS 50 TIMES.
               10 TABCNB-BANCO PIC X(3).
               10 TABCNB-QTD PIC 9(6).
               10 TABCNB-SOMA PIC 9(14)V99.
               10 TABCNB-IDX-CNV PIC 9(3).
       77 QTD-BANCOS-CNAB PIC 9(2) VALUE ZEROS.
       77 IDX-BANCO-CNAB PIC 9(2) VALUE ZEROS.
       77 IDX-CNB-ACHADO PIC 9(2) VALUE ZEROS.
       77 FLAG-LIMITE-CNAB PIC 9(1) VALUE 0.
       01 TABELA-CONVENIOS.
           05 CONVENIO-ITEM OCCURS 100 TIMES.
               10 TABCNV-EMP-CODIGO PIC X(3).
               10 TABCNV-BANCO PIC X(3).
               10 TABCNV-CONVENIO PIC X(20).
               10 TABCNV-AGENCIA PIC X(4).
               10 TABCNV-CONTA PIC X(9).
               10 TABCNV-NSA PIC 9(6).
               10 TABCNV-NOME-BANCO PIC X(30).
       77 QTD-CONVENIOS PIC 9(3) VALUE ZEROS.
       77 IDX-CONVENIO PIC 9(3) VALUE ZEROS.
       77 IDX-CNV-ACHADO PIC 9(3) VALUE ZEROS.
       77 FLAG-LIMITE-CNV PIC 9(1) VALUE 0.
       77 WRK-CNAB-EMP-CODIGO PIC X(3) VALUE SPACES.
       77 WRK-CNAB-SEQ PIC 9(5) VALUE ZEROS.
       77 WRK-CNAB-SEM-BANCO PIC 9(5) VALUE ZEROS.
       77 WRK-CNAB-TOT-QTD PIC 9(6) VALUE ZEROS.
       77 WRK-CNAB-TOT-SOMA PIC 9(14)V99 VALUE ZEROS.
       77 WRK-HORA-CNAB PIC 9(8) VALUE ZEROS.
       01 WRK-DATA-CNAB-R.
           05 WRK-CNAB-DD PIC X(2).
           05 WRK-CNAB-MM PIC X(2).
           05 WRK-CNAB-AAAA PIC X(4).
       01 WRK-DATA-CNAB REDEFINES WRK-DATA-CNAB-R PIC 9(8).
      *-----------------------
      * Contas bancarias de CONTAS.DAT, lidas pela matricula do
      * funcionario na critica do lote e na montagem do detalhe da
      * remessa com banco, agencia e conta. O arquivo fica aberto
      * durante a execucao (WRK-CONTAS-ABERTO).
       77 WS-CONTAS-STATUS PIC X(2) VALUE SPACES.
       77 WRK-CONTAS-ABERTO PIC X(1) VALUE 'N'.
       77 WRK-CTA-ACHADA PIC X(1) VALUE 'N'.
       77 WRK-MATRIC-CONTA PIC 9(6) VALUE ZEROS.
      *-----------------------
      * Matricula e CPF do funcionario corrente, gravados em FOLHA e
      * REMESSA junto com o nome (zeros/brancos no calculo avulso).
       77 WRK-MATRICULA PIC 9(6) VALUE ZEROS.
       77 WRK-CPF PIC X(11) VALUE SPACES.
      *    Funcionario procurado (BUSCA) contra a linha lida (LINHA)
      *    de LANCAMENTOS, FERIAS, RESCISOES, CONSIGNADOS e do
      *    cadastro: pela matricula; pelo nome so quando um dos
      *    lados e anterior a ela (zeros).
       77 WRK-MATRIC-BUSCA PIC 9(6) VALUE ZEROS.
       77 WRK-NOME-BUSCA PIC X(30) VALUE SPACES.
       77 WRK-MATRIC-LINHA PIC 9(6) VALUE ZEROS.
       77 WRK-NOME-LINHA PIC X(30) VALUE SPACES.
       77 WRK-MESMO-FUNC PIC X(1) VALUE 'N'.
      *-----------------------
      * Critica do lote: motivo da rejeicao do registro corrente
      * (branco = registro bom) e totais de controle do fechamento.
       77 WRK-COMP-CONTROLE PIC X(6) VALUE SPACES.
       77 WRK-AUD-OPERACAO PIC X(15) VALUE SPACES.
      *-----------------------
      * Aprovacao em duas pessoas: a situacao de aprovacao corrente
      * da competencia (ultima linha 'P', 'L' ou 'R' de COMPCTL.TXT
      * que a cita), o operador que rodou o lote em conferencia e o
      * cabecalho da REMESSA.TXT em disco, conferido na liberacao.
       77 WRK-APROV-SITUACAO PIC X(1) VALUE SPACES.
       77 WRK-APROV-OPERADOR PIC X(8) VALUE SPACES.
       77 WRK-REM-COMPETENCIA PIC X(6) VALUE SPACES.
       77 WRK-REM-EMP-CODIGO PIC X(3) VALUE SPACES.
      * Remessa ainda nao liberada de outra competencia: a ultima
      * marca da auditoria (LOTE P/APROVAR ou LIBERA REMESSA) diz
      * se ela ja saiu para o banco antes de ser sobrescrita.
       77 WRK-COMP-PEDIDA PIC X(6) VALUE SPACES.
       77 WRK-REM-ULTIMA-MARCA PIC X(15) VALUE SPACES.
       77 WRK-REM-MOTIVO PIC X(20) VALUE SPACES.
       77 FLAG-AUD-REMESSA PIC 9(1) VALUE 0.
       77 WS-AUDARQ-STATUS PIC X(2) VALUE SPACES.
      *-----------------------
      * Guarda contra lote repetido: a competencia ja consta em
      * RUNCTL.TXT? So um supervisor confirma a reexecucao, que
      * fica registrada na auditoria.
       01 WS-PERFIL-ATUAL PIC X(1) EXTERNAL.
      *-----------------------
      * Decimo terceiro do modo (4): as competencias do ano pedido
      * sao ordenadas por empresa e funcionario a partir de
      * FOLHA.TXT (um mes por competencia distinta), e o
      * proporcional - soma dos brutos do ano dividida por 12 -
      * passa pelas mesmas faixas, contracheque e remessa do lote,
      * carimbado AAAA13 para o PROG008 e a consulta do modo (3) o
      * separarem da folha comum. O acumulador e de um funcionario
      * so, fechado na quebra de empresa ou de SRT-DEC-GRUPO.
       77 WRK-ANO-13 PIC X(4) VALUE SPACES.
       01 ACUMULADOR-DECIMO.
           05 DEC-NOME PIC X(30).
           05 DEC-EMPRESA PIC X(30).
           05 DEC-EMP-CODIGO PIC X(3).
           05 DEC-MATRICULA PIC 9(6).
           05 DEC-CPF PIC X(11).
           05 DEC-SOMA-BRUTO PIC 9(16)V99.
           05 DEC-MESES PIC 9(2).
      *    Um flag por mes ja somado, para uma competencia
      *    reprocessada (mesmo fora de ordem no arquivo) nunca
      *    contar um mes a mais.
           05 DEC-MESES-PAGOS.
               10 DEC-MES-FLAG PIC X(1) OCCURS 12 TIMES.
      *    Chave do funcionario em acumulacao (empresa + grupo).
       01 WRK-DEC-QUEBRA.
           05 WRK-DEC-Q-EMP-CODIGO PIC X(3).
           05 WRK-DEC-Q-EMPRESA PIC X(30).
           05 WRK-DEC-Q-GRUPO PIC X(31).
       77 QTD-DECIMO PIC 9(7) VALUE ZEROS.
       77 QTD-DEC-SEM-MATRICULA PIC 9(7) VALUE ZEROS.
       77 FLAG-SORT-DECIMO PIC 9(1) VALUE 0.
       77 WRK-MES-13 PIC 9(2) VALUE ZEROS.
       77 WRK-BRUTO-MES PIC 9(16)V99 VALUE ZEROS.
       77 WRK-MESES-ED PIC Z9 VALUE ZEROS.
      *-----------------------
      * Eventos variaveis do lote: a tabela de codigos de
      * EVENTOS.TXT fica em memoria (com os totais do lote por
      * codigo, para o resumo), e os lancamentos de cada
      * funcionario na competencia sao lidos a cada calculo,
      * valorizados - horas pelo valor-hora (salario final sobre
      * 220) mais o adicional do evento - e guardados para o
      * contracheque abrir uma linha por evento.
       77 WS-LANC-STATUS PIC X(2) VALUE SPACES.
       77 WS-EVENTOS-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-LANCAMENTOS PIC 9(1) VALUE 0.
       77 FLAG-EVENTOS PIC 9(1) VALUE 0.
       77 WRK-APLICA-LANC PIC X(1) VALUE 'N'.
       01 TABELA-EVENTOS.
           05 EVENTO-ITEM OCCURS 100 TIMES.
               10 TABEVT-CODIGO PIC X(3).
               10 TABEVT-DESCRICAO PIC X(20).
               10 TABEVT-TIPO PIC X(1).
               10 TABEVT-FORMA PIC X(1).
               10 TABEVT-ADICIONAL PIC 9(3)V99.
               10 TABEVT-INCIDE PIC X(1).
               10 TABEVT-QTD-LOTE PIC 9(5).
               10 TABEVT-VALOR-LOTE PIC 9(14)V99.
       77 QTD-EVENTOS PIC 9(3) VALUE ZEROS.
       77 IDX-EVENTO PIC 9(3) VALUE ZEROS.
       77 IDX-EVT-ACHADO PIC 9(3) VALUE ZEROS.
       77 FLAG-LIMITE-EVENTOS PIC 9(1) VALUE 0.
       01 TABELA-LANC-FUNC.
           05 LANC-FUNC-ITEM OCCURS 30 TIMES.
               10 LF-DESCRICAO PIC X(20).
               10 LF-TIPO PIC X(1).
               10 LF-HORAS PIC 9(3)V99.
               10 LF-VALOR PIC 9(14)V99.
       77 QTD-LANC-FUNC PIC 9(2) VALUE ZEROS.
       77 IDX-LANC PIC 9(2) VALUE ZEROS.
       77 WRK-TIPO-LANC PIC X(1) VALUE SPACES.
       77 WRK-VALOR-EVENTO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-VALOR-EVENTO-ED PIC Z(13)9.99 VALUE ZEROS.
       77 WRK-HORAS-ED PIC ZZ9.99 VALUE ZEROS.
      *    Proventos e descontos de eventos do funcionario corrente,
      *    e a base das faixas: salario final mais os proventos que
      *    incidem, menos os descontos que incidem.
       77 WRK-PROVENTOS PIC 9(14)V99 VALUE ZEROS.
       77 WRK-DESC-EVENTOS PIC 9(14)V99 VALUE ZEROS.
       77 WRK-DESC-INCIDE PIC 9(14)V99 VALUE ZEROS.
       77 WRK-BASE-CALCULO PIC 9(16)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-SALDO PIC S9(16)V99 VALUE ZEROS.
       77 WRK-TOTAL-DESCONTOS PIC 9(16)V99 VALUE ZEROS.
      *    Bruto do registro (salario dos dias pagos mais proventos)
      *    e a deducao das faixas aberta em imposto e beneficios,
      *    gravados na FOLHA para a exportacao contabil.
       77 WRK-BRUTO-FOLHA PIC 9(14)V99 VALUE ZEROS.
       77 WRK-SALARIO-PERIODO PIC 9(16)V99 VALUE ZEROS.
       77 WRK-DESC-PERIODO PIC 9(16)V99 VALUE ZEROS.
       77 WRK-DESC-IMPOSTO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-DESC-BENEF PIC 9(14)V99 VALUE ZEROS.
       77 WRK-IMPOSTO-FAIXA PIC 9(16)V99 VALUE ZEROS.
      *    Totais de controle do lote: lancamentos da competencia em
      *    arquivo contra os efetivamente aplicados.
       77 WRK-LANC-COMPETENCIA PIC 9(5) VALUE ZEROS.
       77 WRK-LANC-APLICADOS PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-PROVENTOS PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TOT-DESC-EVENTOS PIC 9(14)V99 VALUE ZEROS.
      *-----------------------
      * Ferias do modo (7): as parcelas programadas para comecar no
      * mes pedido sao pagas - salario dos dias mais o terco
      * constitucional, que entra como provento e incide nas
      * faixas - carimbadas AAAA(MM + 20) para nunca se misturarem
      * com a folha do mes nem com o 13o.
       77 WS-FERIAS-STATUS PIC X(2) VALUE SPACES.
       77 WS-FERTEMP-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-FERIAS PIC 9(1) VALUE 0.
       77 FLAG-FERTEMP PIC 9(1) VALUE 0.
       77 WRK-MES-FERIAS PIC X(6) VALUE SPACES.
       77 WRK-MES-FER-NUM PIC 9(2) VALUE ZEROS.
       77 WRK-TERCO-FERIAS PIC 9(14)V99 VALUE ZEROS.
       77 WRK-DIAS-FERIAS PIC 9(2) VALUE ZEROS.
       77 WRK-FERIAS-A-PAGAR PIC 9(5) VALUE ZEROS.
       77 WRK-FERIAS-PAGAS PIC 9(5) VALUE ZEROS.
       77 WRK-FUNC-ACHADO PIC X(1) VALUE 'N'.
       77 WRK-FUNC-SITUACAO PIC X(1) VALUE SPACES.
      *    Titulo da pagina do contracheque: RECIBO DE FERIAS no
      *    modo (7), CONTRACHEQUE nos demais.
       77 WRK-TITULO-CONTRA PIC X(20) VALUE 'CONTRACHEQUE'.
      *-----------------------
      * Rescisoes de RESCISOES.TXT, procuradas no arquivo para cada
      * funcionario do lote e do 13o: uma pendente de competencia
      * ate a do lote e paga no lugar do salario do mes (verbas do
      * PROG037 no contracheque, liquido na remessa); uma ja paga
      * pula o funcionario; e o 13o do ano da demissao nao sai de
      * novo no modo (4). Vale a primeira linha do funcionario; as
      * pagas na execucao ficam em RESCPAGA.TMP.
       77 WS-RESC-STATUS PIC X(2) VALUE SPACES.
       77 WS-RESCTEMP-STATUS PIC X(2) VALUE SPACES.
       77 WS-RESCPAGA-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-RESCISOES PIC 9(1) VALUE 0.
       77 FLAG-RESCTEMP PIC 9(1) VALUE 0.
       77 FLAG-RESCPAGA PIC 9(1) VALUE 0.
       01 WRK-RESC-ACHADA.
           05 RSA-DEMISSAO PIC 9(8).
           05 RSA-COMPETENCIA PIC X(6).
           05 RSA-SITUACAO PIC X(1).
           05 RSA-SALDO-SALARIO PIC 9(8)V99.
           05 RSA-AVISO PIC 9(8)V99.
           05 RSA-FERIAS-VENC PIC 9(8)V99.
           05 RSA-FERIAS-PROP PIC 9(8)V99.
           05 RSA-TERCO-FERIAS PIC 9(8)V99.
           05 RSA-DECIMO PIC 9(8)V99.
           05 RSA-DESCONTOS PIC 9(10)V99.
           05 RSA-LIQUIDO PIC 9(10)V99.
           05 RSA-PAGA-LOTE PIC X(1).
       77 WRK-RESC-ACHADA-SW PIC X(1) VALUE 'N'.
       77 WRK-RESCISAO-SW PIC X(1) VALUE 'N'.
       77 WRK-RESCISOES-PAGAS PIC 9(5) VALUE ZEROS.
       77 WRK-DESCRICAO-RESC PIC X(20) VALUE SPACES.
      *-----------------------
      * Cadastro de empresas do PROG039 em memoria: o codigo da
      * empresa do funcionario corrente (WRK-EMP-CODIGO) e a razao
      * social oficial (em WRK-EMPRESA) saem daqui. Sem o cadastro
      * o lote segue como antes, pelo nome digitado; com ele, uma
      * empresa nao cadastrada e critica de rejeicao.
       77 WS-EMPRESAS-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-EMPRESAS PIC 9(1) VALUE 0.
       77 WRK-EMP-CODIGO PIC X(3) VALUE SPACES.
       01 TABELA-EMPRESAS.
           05 EMPRESA-ITEM OCCURS 100 TIMES.
               10 TABEMP-CODIGO PIC X(3).
               10 TABEMP-RAZAO-SOCIAL PIC X(30).
               10 TABEMP-CNPJ PIC X(14).
               10 TABEMP-BANCO PIC X(3).
               10 TABEMP-AGENCIA PIC X(4).
               10 TABEMP-CONTA PIC X(9).
               10 TABEMP-SITUACAO PIC X(1).
               10 TABEMP-ENDERECO PIC X(40).
               10 TABEMP-CIDADE PIC X(20).
               10 TABEMP-UF PIC X(2).
               10 TABEMP-CEP PIC X(8).
       77 QTD-EMPRESAS PIC 9(3) VALUE ZEROS.
       77 IDX-EMPRESA PIC 9(3) VALUE ZEROS.
       77 IDX-EMP-ACHADO PIC 9(3) VALUE ZEROS.
       77 FLAG-LIMITE-EMPRESAS PIC 9(1) VALUE 0.
      *    Empresa pagadora da remessa: o codigo pedido na abertura
      *    (branco = primeira ativa do cadastro).
       77 WRK-EMP-PAGADORA PIC X(3) VALUE SPACES.
       77 IDX-EMP-PAGADORA PIC 9(3) VALUE ZEROS.
      *-----------------------
      * Exportacao contabil do fechamento (modo 5). A competencia
      * so exporta uma vez por ciclo de fechamento: o ciclo e o
      * numero de reaberturas dela em COMPCTL.TXT, e cada exportacao
      * deixa uma linha LANCCONT em RUNCTL.TXT com o ciclo em que
      * saiu (RC-PERIODO(7:2)).
       77 WS-CONTABIL-STATUS PIC X(2) VALUE SPACES.
       77 WS-LANCCONT-STATUS PIC X(2) VALUE SPACES.
       77 WS-ALIQ-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-CONTABIL PIC 9(1) VALUE 0.
       77 FLAG-ALIQUOTAS PIC 9(1) VALUE 0.
       77 FLAG-FOLHA-CTB PIC 9(1) VALUE 0.
       77 WRK-CTB-CICLO PIC 9(2) VALUE ZEROS.
       77 WRK-CTB-EXPORTACAO PIC 9(2) VALUE ZEROS.
       77 WRK-CTB-EXPORTADA PIC X(1) VALUE 'N'.
       77 WRK-COMP-FERIAS-CTB PIC X(6) VALUE SPACES.
      *    Mapa de contas de CONTABIL.TXT: a linha da empresa vale
      *    sobre a linha padrao (empresa em branco) da rubrica.
       01 TABELA-CONTABIL.
           05 CONTABIL-ITEM OCCURS 200 TIMES.
               10 TABCTB-RUBRICA PIC X(10).
               10 TABCTB-EMP-CODIGO PIC X(3).
               10 TABCTB-CONTA PIC X(12).
       77 QTD-CONTABIL PIC 9(3) VALUE ZEROS.
       77 IDX-CONTABIL PIC 9(3) VALUE ZEROS.
       77 FLAG-LIMITE-CONTABIL PIC 9(1) VALUE 0.
       77 WRK-CTB-CONTA PIC X(12) VALUE SPACES.
       77 WRK-CTB-CONTA-EMP PIC X(1) VALUE 'N'.
      *    Aliquotas patronais vigentes na competencia, escolhidas
      *    por empresa como no PROG038 (linha da empresa, senao a
      *    global, senao FGTS 8%, INSS 20% e terceiros 5,8%).
       01 TABELA-ALIQUOTAS.
           05 ALIQ-VIG-ITEM OCCURS 50 TIMES.
               10 TABALQ-EMPRESA PIC X(30).
               10 TABALQ-FGTS PIC 9(2)V99.
               10 TABALQ-INSS PIC 9(2)V99.
               10 TABALQ-TERCEIROS PIC 9(2)V99.
       77 QTD-ALIQUOTAS PIC 9(2) VALUE ZEROS.
       77 IDX-ALIQ PIC 9(2) VALUE ZEROS.
       77 FLAG-LIMITE-ALIQ PIC 9(1) VALUE 0.
       77 WRK-PCT-FGTS PIC 9(2)V99 VALUE ZEROS.
       77 WRK-PCT-INSS PIC 9(2)V99 VALUE ZEROS.
       77 WRK-PCT-TERCEIROS PIC 9(2)V99 VALUE ZEROS.
       77 WRK-ALIQ-EMPRESA-SW PIC X(1) VALUE 'N'.
      *    Os registros chegam do sort por funcionario e competencia
      *    (a do mes e a marca das ferias pagas nele): um
      *    reprocessamento deixa o mesmo funcionario duas vezes no
      *    mesmo mes e vale o ultimo, como no PROG038. Na quebra do
      *    funcionario o que ficou de cada competencia (1 = mes,
      *    2 = ferias) soma na empresa.
       77 FLAG-SORT-CTB PIC 9(1) VALUE 0.
       77 WRK-CTB-GRUPO PIC X(31) VALUE SPACES.
       01 TABELA-CTB-FUNC.
           05 CTB-FUNC-ITEM OCCURS 2 TIMES.
               10 CF-TEM PIC X(1).
               10 CF-EMP-IDX PIC 9(3).
               10 CF-BRUTO PIC 9(14)V99.
               10 CF-IMPOSTO PIC 9(14)V99.
               10 CF-BENEF PIC 9(14)V99.
               10 CF-DESCONTOS PIC 9(14)V99.
               10 CF-LIQUIDO PIC 9(14)V99.
               10 CF-APURADO PIC X(1).
       77 QTD-CTB-FUNC PIC 9(7) VALUE ZEROS.
       77 IDX-CTB-FUNC PIC 9(1) VALUE ZEROS.
       77 IDX-CF-ACHADO PIC 9(1) VALUE ZEROS.
       77 IDX-CF-BASE PIC 9(1) VALUE ZEROS.
      *    Totais por empresa e a prova debito = credito.
       01 TABELA-CTB-EMP.
           05 CTB-EMP-ITEM OCCURS 100 TIMES.
               10 CE-EMP-CODIGO PIC X(3).
               10 CE-EMPRESA PIC X(30).
               10 CE-CNPJ PIC X(14).
               10 CE-FUNC PIC 9(5).
               10 CE-SALARIOS PIC 9(14)V99.
               10 CE-IMPOSTO PIC 9(14)V99.
               10 CE-BENEF PIC 9(14)V99.
               10 CE-DESCONTOS PIC 9(14)V99.
               10 CE-LIQUIDO PIC 9(14)V99.
               10 CE-FGTS PIC 9(14)V99.
               10 CE-INSS PIC 9(14)V99.
               10 CE-TERC PIC 9(14)V99.
               10 CE-DEBITOS PIC 9(14)V99.
               10 CE-CREDITOS PIC 9(14)V99.
               10 CE-SEM-CONTA PIC X(1).
       77 QTD-CTB-EMP PIC 9(3) VALUE ZEROS.
       77 IDX-CTB-EMP PIC 9(3) VALUE ZEROS.
       77 IDX-CE-ACHADO PIC 9(3) VALUE ZEROS.
       77 WRK-CTB-EXCEDEU PIC X(1) VALUE 'N'.
       77 WRK-CTB-BALANCEADA PIC X(1) VALUE 'S'.
       77 WRK-CTB-GRAVAR PIC X(1) VALUE 'N'.
      *    Apuracao de um registro e de um lancamento.
       77 WRK-CTB-BRUTO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-CTB-IMPOSTO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-CTB-BENEF PIC 9(14)V99 VALUE ZEROS.
       77 WRK-CTB-DESCONTOS PIC 9(14)V99 VALUE ZEROS.
       77 WRK-CTB-SALDO PIC S9(14)V99 VALUE ZEROS.
       77 WRK-CTB-BASE PIC 9(14)V99 VALUE ZEROS.
       77 WRK-CTB-ENCARGO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-CTB-RUBRICA PIC X(10) VALUE SPACES.
       77 WRK-CTB-NATUREZA PIC X(1) VALUE SPACES.
       77 WRK-CTB-VALOR PIC 9(14)V99 VALUE ZEROS.
       77 WRK-QTD-LANCCONT PIC 9(6) VALUE ZEROS.
       77 WRK-SOMA-DEBITOS PIC 9(14)V99 VALUE ZEROS.
       77 WRK-DEBITOS-ED PIC Z(13)9.99 VALUE ZEROS.
       77 WRK-CREDITOS-ED PIC Z(13)9.99 VALUE ZEROS.
      *-----------------------
      * Orcamento da competencia fechada (PROG047) contra a folha do
      * mes apurada para a exportacao contabil: o estouro acima da
      * tolerancia da linha sai como aviso, sem impedir o
      * fechamento.
       77 WS-ORCAMENTO-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-ORCAMENTO PIC 9(1) VALUE 0.
       01 TABELA-ORC-FECHA.
           05 ORC-FECHA-ITEM OCCURS 100 TIMES.
               10 TABOF-EMP-CODIGO PIC X(3).
               10 TABOF-QTD-FUNC PIC 9(5).
               10 TABOF-BRUTO PIC 9(14)V99.
               10 TABOF-LIQUIDO PIC 9(14)V99.
               10 TABOF-TOLERANCIA PIC 9(3)V99.
       77 QTD-ORC-FECHA PIC 9(3) VALUE ZEROS.
       77 IDX-ORC-FECHA PIC 9(3) VALUE ZEROS.
       77 WRK-ORC-QTD PIC 9(5) VALUE ZEROS.
       77 WRK-ORC-BRUTO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-ORC-LIQUIDO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-ORC-LIMITE PIC 9(15)V99 VALUE ZEROS.
       77 WRK-ORC-PCT PIC 9(7)V99 VALUE ZEROS.
       77 WRK-ORC-PCT-ED PIC Z(6)9.99 VALUE ZEROS.
       77 WRK-ORC-ITEM PIC X(12) VALUE SPACES.
       77 WRK-ORC-ORCADO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-ORC-REAL PIC 9(14)V99 VALUE ZEROS.
       77 WRK-ORC-ESTOUROS PIC 9(3) VALUE ZEROS.
      *-----------------------
      * Emprestimos consignados, lidos de CONSIGNADOS.TXT para cada
      * funcionario: a parcela devida na competencia e descontada
      * depois das faixas e dos eventos, enquanto a soma das
      * parcelas do funcionario couber na margem consignavel
      * (percentual do liquido); a que nao cabe fica para o mes
      * seguinte. Uma reexecucao da mesma competencia desconta de
      * novo a parcela ja contada nela, sem contar outra. O que o
      * lote muda num contrato vai para CONSALT.TMP e vale sobre a
      * linha do arquivo ate a regravacao.
       77 WS-CONSIG-STATUS PIC X(2) VALUE SPACES.
       77 WS-CONSTEMP-STATUS PIC X(2) VALUE SPACES.
       77 WS-CONSALT-STATUS PIC X(2) VALUE SPACES.
       77 WS-REPASSE-STATUS PIC X(2) VALUE SPACES.
       77 WS-REPLOTE-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-CONSIGNADOS PIC 9(1) VALUE 0.
       77 FLAG-CONSTEMP PIC 9(1) VALUE 0.
       77 FLAG-CONSALT PIC 9(1) VALUE 0.
       77 WRK-APLICA-CONSIG PIC X(1) VALUE 'N'.
       77 WRK-PCT-MARGEM PIC 9(2)V99 VALUE 35.
       77 WRK-CONSIG-ALTERADOS PIC 9(5) VALUE ZEROS.
       77 WRK-MARGEM-CONSIG PIC 9(14)V99 VALUE ZEROS.
       77 WRK-CONSIG-USADO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-PARCELA-NUM PIC 9(3) VALUE ZEROS.
       77 WRK-CONSIG-DEVIDA PIC X(1) VALUE 'N'.
       77 WRK-CONSIG-REPETIDA PIC X(1) VALUE 'N'.
       77 WRK-SALDO-CONSIG PIC 9(14)V99 VALUE ZEROS.
      *    Linhas do REPASSE.TXT do lote (REPLOTE.TMP), ordenadas
      *    por banco na gravacao, e os totais do banco corrente para
      *    o trailer.
       77 FLAG-REPLOTE PIC 9(1) VALUE 0.
       77 FLAG-SORT-REPASSE PIC 9(1) VALUE 0.
       77 QTD-BANCOS-REP PIC 9(5) VALUE ZEROS.
       77 WRK-BANCO-REP PIC X(3) VALUE SPACES.
       77 WRK-REP-QTD PIC 9(6) VALUE ZEROS.
       77 WRK-REP-SOMA PIC 9(14)V99 VALUE ZEROS.
       77 WRK-REP-QTD-RESC PIC 9(6) VALUE ZEROS.
       77 WRK-REP-SALDO-RESC PIC 9(14)V99 VALUE ZEROS.
       77 WRK-QTD-CONSIG-LOTE PIC 9(6) VALUE ZEROS.
       77 WRK-SOMA-CONSIG-LOTE PIC 9(14)V99 VALUE ZEROS.
       77 WRK-TIPO-REPASSE PIC X(1) VALUE SPACES.
       77 WRK-VALOR-REPASSE PIC 9(14)V99 VALUE ZEROS.
      *-----------------------
      * Previa do lote (modo 8): calcula tudo como o modo 2 sem
      * gravar nada e compara cada funcionario com a competencia
      * anterior. O liquido que variar alem da tolerancia (em %)
      * sai marcado com '*'.
       77 WS-PREVIA-STATUS PIC X(2) VALUE SPACES.
       77 WRK-PREVIA-SW PIC X(1) VALUE 'N'.
       77 WRK-TOLERANCIA PIC 9(3)V99 VALUE 10.
       77 WRK-TOLERANCIA-ED PIC ZZ9.99 VALUE ZEROS.
       01 WRK-COMP-ANT-R.
           05 WRK-ANT-AAAA PIC 9(4).
           05 WRK-ANT-MM PIC 9(2).
       01 WRK-COMP-ANTERIOR REDEFINES WRK-COMP-ANT-R PIC X(6).
      *    Folha da competencia anterior (FOLHAARQ e FOLHA; vale o
      *    ultimo registro do funcionario) em PREVANT.TMP, e a linha
      *    que a previa achou para o funcionario calculado.
       77 WS-PREVANT-STATUS PIC X(2) VALUE SPACES.
       77 WS-PREVCALC-STATUS PIC X(2) VALUE SPACES.
       77 WS-PREVMOV-STATUS PIC X(2) VALUE SPACES.
       77 FLAG-PREVANT PIC 9(1) VALUE 0.
       77 FLAG-PREVCALC PIC 9(1) VALUE 0.
       77 FLAG-PREVMOV PIC 9(1) VALUE 0.
       77 FLAG-SORT-PREVIA PIC 9(1) VALUE 0.
       77 QTD-PREVIA-ANT PIC 9(7) VALUE ZEROS.
       77 WRK-PRV-GRUPO PIC X(31) VALUE SPACES.
       01 WRK-ANT-ACHADA.
           05 ANT-MATRICULA PIC 9(6).
           05 ANT-NOME PIC X(30).
           05 ANT-BRUTO PIC 9(14)V99.
           05 ANT-DESCONTOS PIC 9(14)V99.
           05 ANT-LIQUIDO PIC 9(16)V99.
       77 WRK-ANT-ACHADA-SW PIC X(1) VALUE 'N'.
       77 WRK-ANT-CALCULADA-SW PIC X(1) VALUE 'N'.
       77 WRK-MOV-ACHADO-SW PIC X(1) VALUE 'N'.
       77 WRK-NOME-PREVIA PIC X(30) VALUE SPACES.
      *    Movimentos vistos na previa (PREVMOV.TMP): 'A' admissao
      *    e 'D' desligamento na competencia, 'R' rescisao a pagar,
      *    'P' desligado pulado e 'J' registro que seria rejeitado.
       77 WRK-TIPO-MOV PIC X(1) VALUE SPACES.
       77 WRK-DATA-MOV PIC 9(8) VALUE ZEROS.
       77 WRK-MOTIVO-MOV PIC X(25) VALUE SPACES.
       77 WRK-QTD-LISTADOS PIC 9(5) VALUE ZEROS.
       77 WRK-PREVIA-DESCONTOS PIC 9(14)V99 VALUE ZEROS.
       77 WRK-VARIACAO PIC S9(4)V99 VALUE ZEROS.
       77 WRK-VARIACAO-ABS PIC 9(4)V99 VALUE ZEROS.
       77 WRK-PREVIA-FORA PIC 9(5) VALUE ZEROS.
       77 WRK-PREVIA-NOVOS PIC 9(5) VALUE ZEROS.
       77 WRK-PREVIA-AUSENTES PIC 9(5) VALUE ZEROS.
       77 WRK-PREV-TOT-BRUTO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-PREV-TOT-DESC PIC 9(14)V99 VALUE ZEROS.
       77 WRK-PREV-TOT-LIQ PIC 9(14)V99 VALUE ZEROS.
       77 WRK-ANT-TOT-BRUTO PIC 9(14)V99 VALUE ZEROS.
       77 WRK-ANT-TOT-DESC PIC 9(14)V99 VALUE ZEROS.
       77 WRK-ANT-TOT-LIQ PIC 9(14)V99 VALUE ZEROS.
       77 WRK-LINHA-PREV PIC X(80) VALUE SPACES.
       77 WRK-ROTULO-PREVIA PIC X(40) VALUE SPACES.
       01 WRK-LINHA-PREVIA.
           05 PRV-NOME PIC X(30).
           05 PRV-BRUTO PIC Z(9)9.99.
           05 PRV-DESCONTOS PIC Z(9)9.99.
           05 PRV-LIQUIDO PIC Z(9)9.99.
           05 FILLER PIC X(1).
           05 PRV-VARIACAO PIC ----9.99.
           05 PRV-MARCA PIC X(2).
      *-----------------------
      * Guarda dos arquivos impressos no spool de relatorios
      * (PROG062): o pedido vai no bloco EXTERNAL e o RETURN-CODE
      * da execucao fica a salvo durante a chamada.
       COPY SPOOLPED.
       77 WRK-RC-SPOOL PIC S9(9) VALUE ZEROS.
      *-----------------------
      * Controle dos arquivos de dados (PROG064): FOLHA.TXT e
      * FAIXAS.TXT conferidos antes de qualquer modo, FOLHA.TXT
      * registrado de novo a cada gravacao.
       COPY CTLPED.
       77 WRK-CTL-CONFERE PIC X(1) VALUE 'S'.
       77 WRK-RC-CTL PIC S9(9) VALUE ZEROS.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            DISPLAY '      (4) DECIMO TERCEIRO (ANO)'.
            DISPLAY '      (5) FECHAR COMPETENCIA'.
            DISPLAY '      (6) REABRIR COMPETENCIA (SUPERVISOR)'.
            DISPLAY '      (7) FERIAS (MES DE INICIO)'.
            DISPLAY '      (8) PREVIA DO LOTE (SEM GRAVACAO)'.
            DISPLAY '      (9) LIBERAR REMESSA APROVADA AO BANCO'.
            DISPLAY '############'.
            PERFORM 031-OBTEM-RESPOSTA.
            MOVE WRK-RESPOSTA(1:1) TO WRK-MODO.

            PERFORM 218-CONFERE-CONTROLE.
            IF WRK-CTL-CONFERE EQUAL 'S'
                PERFORM 219-EXECUTA-MODO
            ELSE
                DISPLAY 'ARQUIVO DE ENTRADA ALTERADO FORA DO SISTEMA '
                    '- EXECUCAO INTERROMPIDA.'
                MOVE 8 TO RETURN-CODE
            END-IF.
            PERFORM 032-ENCERRA-EXECUCAO.
            GOBACK.

       032-ENCERRA-EXECUCAO.
           MOVE 'FIM' TO WRK-EXELOG-EVENTO.
           MOVE SPACES TO WRK-EXELOG-DETALHE.
           IF WRK-CTL-CONFERE EQUAL 'S'
               STRING 'MODO ' DELIMITED BY SIZE
                   WRK-MODO DELIMITED BY SIZE
                   ' CONCLUIDO' DELIMITED BY SIZE
                   INTO WRK-EXELOG-DETALHE
               END-STRING
           ELSE
               MOVE 'ARQUIVO DIVERGENTE' TO WRK-EXELOG-DETALHE
           END-IF.
           PERFORM 033-GRAVA-EXECLOG.
           IF PARM-ATIVO EQUAL 'S'
               CLOSE PARAMETROS
      * flat percentages of TABELA-DESCONTOS become a single
      * all-salaries bracket so the run can still finish. The 13th
      * (competencia AAAA13) is taxed under the brackets in force
      * for December of its year, and the ferias (AAAA21 to AAAA32)
      * under those of the month they start in.
      **
           MOVE WRK-COMPETENCIA TO WRK-COMP-FAIXAS.
           IF WRK-COMPETENCIA(5:2) EQUAL '13'
               MOVE '12' TO WRK-COMP-FAIXAS(5:2)
           END-IF.
           IF WRK-COMPETENCIA(5:2) GREATER THAN '20'
               AND WRK-COMPETENCIA(5:2) LESS THAN '33'
               MOVE WRK-COMPETENCIA(5:2) TO WRK-MES-FER-NUM
               SUBTRACT 20 FROM WRK-MES-FER-NUM
               MOVE WRK-MES-FER-NUM TO WRK-COMP-FAIXAS(5:2)
           END-IF.
           MOVE ZEROS TO QTD-FAIXAS-VIG.
           OPEN INPUT FAIXAS.
           IF WS-FAIXAS-STATUS NOT EQUAL '00'
      **
      * Builds TABELA-FAIXAS for the employee about to be computed:
      * the rows of the employee's empresa when it has a table of
      * its own, the global rows (empresa em branco) otherwise. A
      * company row names the empresa by its EMPRESAS.TXT code or
      * by the razao social.
      * With nothing selected, the flat percentages become a single
      * all-salaries bracket, as before the rates file existed.
      **
           END-IF.

       046-PROCURA-FAIXA-EMPRESA.
           IF VIG-EMPRESA(IDX-VIG) NOT EQUAL SPACES
               AND (VIG-EMPRESA(IDX-VIG) EQUAL WRK-EMPRESA
               OR (WRK-EMP-CODIGO NOT EQUAL SPACES
               AND VIG-EMPRESA(IDX-VIG) EQUAL WRK-EMP-CODIGO))
               MOVE 'S' TO WRK-TEM-EMPRESA
           END-IF.

       047-SELECIONA-FAIXA-ITEM.
           IF (WRK-TEM-EMPRESA EQUAL 'S'
               AND VIG-EMPRESA(IDX-VIG) NOT EQUAL SPACES
               AND (VIG-EMPRESA(IDX-VIG) EQUAL WRK-EMPRESA
               OR (WRK-EMP-CODIGO NOT EQUAL SPACES
               AND VIG-EMPRESA(IDX-VIG) EQUAL WRK-EMP-CODIGO)))
               OR (WRK-TEM-EMPRESA EQUAL 'N'
               AND VIG-EMPRESA(IDX-VIG) EQUAL SPACES)
               IF QTD-FAIXAS LESS THAN 10
            DISPLAY '############'.
            PERFORM 031-OBTEM-RESPOSTA.
            MOVE WRK-RESPOSTA(1:30) TO WRK-NAME.
            MOVE ZEROS TO WRK-MATRICULA.
            MOVE SPACES TO WRK-CPF.
            DISPLAY '############'.
            DISPLAY 'EMPRESA (CODIGO OU RAZAO SOCIAL)'.
            DISPLAY '############'.
            PERFORM 031-OBTEM-RESPOSTA.
            MOVE SPACES TO WRK-EMP-CODIGO.
            MOVE SPACES TO WRK-EMPRESA.
            IF WRK-RESPOSTA(4:27) EQUAL SPACES
                MOVE WRK-RESPOSTA(1:3) TO WRK-EMP-CODIGO
            ELSE
                MOVE WRK-RESPOSTA(1:30) TO WRK-EMPRESA
            END-IF.
            PERFORM 107-RESOLVE-EMPRESA.
            DISPLAY '############'.
            DISPLAY 'SALARIO INICIAL'.
            DISPLAY '############'.
            DISPLAY '############'.
            PERFORM 031-OBTEM-RESPOSTA.
            COMPUTE WRK-ULTIMSAL = FUNCTION NUMVAL(WRK-RESPOSTA).
            IF QTD-EMPRESAS GREATER THAN ZEROS
                AND IDX-EMP-ACHADO EQUAL ZEROS
                DISPLAY 'EMPRESA NAO CADASTRADA EM EMPRESAS.TXT - '
                    'CALCULO RECUSADO.'
            ELSE
                PERFORM 001-CALCULA-FUNCIONARIO
            END-IF.

       003-LOTE.
      **
      * Reads FUNCIONARIOS.DAT and runs the calculation block for
      * every employee in the file, producing a consolidated listing.
      **
           OPEN INPUT FUNCIONARIOS.
           IF WS-FUNC-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR FUNCIONARIOS.DAT - FILE STATUS: '
                   WS-FUNC-STATUS
           ELSE
               PERFORM 060-ABRE-CONTAS
               PERFORM 075-CARREGA-EVENTOS
               PERFORM 077-CONTA-LANCAMENTOS
               PERFORM 096-INICIA-RESCISOES
               PERFORM 150-INICIA-CONSIGNADOS
               MOVE ZEROS TO WRK-RESCISOES-PAGAS
               MOVE 'S' TO WRK-APLICA-LANC
               MOVE 'S' TO WRK-APLICA-CONSIG
               PERFORM 016-ABRE-REMESSA
               OPEN OUTPUT REJEITADOS
               MOVE ZEROS TO WRK-LIDOS
               PERFORM 004-LOTE-ITEM UNTIL FLAG-FUNCIONARIOS EQUAL TO 1
               PERFORM 064-PROCESSA-RESSUBMETIDOS
               PERFORM 073-PROCESSA-REFILA
               MOVE 'N' TO WRK-APLICA-LANC
               MOVE 'N' TO WRK-APLICA-CONSIG
               CLOSE FUNCIONARIOS
               CLOSE REJEITADOS
               PERFORM 017-FECHA-REMESSA
               PERFORM 061-FECHA-CONTAS
               PERFORM 160-GRAVA-REPASSE
               IF WRK-RESCISOES-PAGAS GREATER THAN ZEROS
                   PERFORM 100-ATUALIZA-RESCISOES
               END-IF
               IF WRK-CONSIG-ALTERADOS GREATER THAN ZEROS
                   PERFORM 165-ATUALIZA-CONSIGNADOS
               END-IF
               PERFORM 022-RESUMO-LOTE
               PERFORM 072-GRAVA-RUNCTL
               PERFORM 211-AGUARDA-APROVACAO
           END-IF.

       004-LOTE-ITEM.
       066-PROCESSA-FUNCIONARIO.
      **
      * One FUNC-REG through critica and calculation - shared by
      * the FUNCIONARIOS.DAT loop and the resubmission pass.
      **
           PERFORM 020-VALIDA-FUNCIONARIO.
           EVALUATE TRUE
               WHEN WRK-DESLIGADO-SW EQUAL 'S'
                   ADD 1 TO WRK-DESLIGADOS
                   DISPLAY 'DESLIGADO PULADO: ' FUNC-NOME
                   IF WRK-PREVIA-SW EQUAL 'S'
                       MOVE 'P' TO WRK-TIPO-MOV
                       MOVE FUNC-NOME TO WRK-NOME-PREVIA
                       MOVE FUNC-DEMISSAO TO WRK-DATA-MOV
                       MOVE 'DESLIGADO' TO WRK-MOTIVO-MOV
                       PERFORM 177-GUARDA-MOVIMENTO
                   END-IF
               WHEN WRK-MOTIVO-REJ EQUAL SPACES
                   AND WRK-RESCISAO-SW EQUAL 'S'
                   ADD 1 TO WRK-PROCESSADOS
                   MOVE FUNC-NOME TO WRK-NAME
                   PERFORM 099-PAGA-RESCISAO
                   IF WRK-PREVIA-SW NOT EQUAL 'S'
                       PERFORM 018-DETALHE-REMESSA
                   END-IF
               WHEN WRK-MOTIVO-REJ EQUAL SPACES
                   ADD 1 TO WRK-PROCESSADOS
                   MOVE FUNC-NOME TO WRK-NAME
                   MOVE FUNC-PRIMSAL TO WRK-PRIMSAL
                   MOVE FUNC-ULTIMSAL TO WRK-ULTIMSAL
                   PERFORM 001-CALCULA-FUNCIONARIO
                   IF WRK-PREVIA-SW NOT EQUAL 'S'
                       PERFORM 018-DETALHE-REMESSA
                   END-IF
               WHEN OTHER
                   PERFORM 021-GRAVA-REJEITO
           END-EVALUATE.
      **
      * Resubmission pass of the lote: the records PROG020 already
      * corrected go through the same critica and calculation as
      * FUNCIONARIOS.DAT, and the queue is emptied afterward so a
      * second lote cannot pay them again - not after a preview,
      * which leaves the queue for the real run.
      **
           MOVE ZEROS TO WRK-RESSUBMETIDOS.
           OPEN INPUT RESSUBMET.
                   UNTIL FLAG-RESSUB EQUAL TO 1
               CLOSE RESSUBMET
               IF WRK-RESSUBMETIDOS GREATER THAN ZEROS
                   IF WRK-PREVIA-SW NOT EQUAL 'S'
                       OPEN OUTPUT RESSUBMET
                       CLOSE RESSUBMET
                   END-IF
                   MOVE WRK-RESSUBMETIDOS TO WRK-CONTADOR-ED
                   DISPLAY 'RESSUBMETIDOS PROCESSADOS: '
                       WRK-CONTADOR-ED
      * are re-emitted as remessa details with the same net, and
      * the queue is emptied afterward so the same credit is not
      * re-presented twice. A queued credit whose account has
      * meanwhile left CONTAS.DAT - or that carries no matricula to
      * look it up by - diverts to REJEITADOS.TXT.
      **
           MOVE ZEROS TO WRK-REFILA-LIDOS.
           MOVE ZEROS TO WRK-REAPRESENTADOS.

       074-REFILA-ITEM.
           ADD 1 TO WRK-REFILA-LIDOS.
           IF REF-MATRICULA NUMERIC
               MOVE REF-MATRICULA TO WRK-MATRICULA
           ELSE
               MOVE ZEROS TO WRK-MATRICULA
           END-IF.
           MOVE REF-CPF TO WRK-CPF.
           MOVE WRK-MATRICULA TO WRK-MATRIC-CONTA.
           PERFORM 062-PROCURA-CONTA.
           IF WRK-CTA-ACHADA NOT EQUAL 'S'
               MOVE 'SEM CONTA BANCARIA' TO REJ-MOTIVO
               MOVE SPACES TO REJ-DADOS
               MOVE REFILA-REG TO REJ-DADOS
           ELSE
               MOVE REF-NOME TO WRK-NAME
               MOVE REF-EMPRESA TO WRK-EMPRESA
               MOVE REF-EMP-CODIGO TO WRK-EMP-CODIGO
               PERFORM 107-RESOLVE-EMPRESA
               MOVE REF-VALOR TO WRK-LIQUIDO
               PERFORM 018-DETALHE-REMESSA
               DISPLAY 'CREDITO REAPRESENTADO: ' REF-NOME
      * rejeitado); no proprio mes do desligamento ele ainda passa,
      * com o liquido pro rata pelos dias trabalhados. Registros
      * anteriores aos campos de data (espacos) contam como ativos.
      * Com rescisao calculada no PROG037 o desligado passa no
      * primeiro lote a partir da competencia da demissao, para
      * receber as verbas; com a rescisao paga ele nunca mais passa.
      * A empresa e resolvida no cadastro do PROG039 (pelo codigo,
      * ou pela razao social nos registros anteriores a ele) e,
      * havendo cadastro, uma empresa fora dele rejeita o registro.
      * Sem matricula (registro que nao passou pelo PROG009 nem pela
      * conversao do PROG045) nao ha como achar a conta bancaria.
      **
           MOVE SPACES TO WRK-MOTIVO-REJ.
           MOVE 'N' TO WRK-DESLIGADO-SW.
           MOVE 'N' TO WRK-RESCISAO-SW.
           MOVE ZEROS TO WRK-PRORATA-DIAS.
           IF FUNC-SITUACAO EQUAL 'D'
               IF FUNC-DEMISSAO NOT NUMERIC
                   END-IF
               END-IF
           END-IF.
           MOVE FUNC-NOME TO WRK-NOME-BUSCA.
           IF FUNC-MATRICULA NUMERIC
               MOVE FUNC-MATRICULA TO WRK-MATRIC-BUSCA
           ELSE
               MOVE ZEROS TO WRK-MATRIC-BUSCA
           END-IF.
           PERFORM 098-PROCURA-RESCISAO.
           IF WRK-RESC-ACHADA-SW EQUAL 'S'
               AND FUNC-SITUACAO EQUAL 'D'
               IF RSA-SITUACAO EQUAL 'P'
                   OR RSA-PAGA-LOTE EQUAL 'S'
                   MOVE 'S' TO WRK-DESLIGADO-SW
               ELSE
                   IF RSA-COMPETENCIA
                       NOT GREATER THAN WRK-COMPETENCIA
                       MOVE 'S' TO WRK-RESCISAO-SW
                       MOVE 'N' TO WRK-DESLIGADO-SW
                   END-IF
               END-IF
           END-IF.
           IF FUNC-MATRICULA NUMERIC
               MOVE FUNC-MATRICULA TO WRK-MATRICULA
           ELSE
               MOVE ZEROS TO WRK-MATRICULA
           END-IF.
           MOVE FUNC-CPF TO WRK-CPF.
           MOVE WRK-MATRICULA TO WRK-MATRIC-CONTA.
           PERFORM 062-PROCURA-CONTA.
           MOVE FUNC-EMP-CODIGO TO WRK-EMP-CODIGO.
           MOVE FUNC-EMPRESA TO WRK-EMPRESA.
           PERFORM 107-RESOLVE-EMPRESA.
           EVALUATE TRUE
               WHEN FUNC-NOME EQUAL SPACES
                   MOVE 'NOME EM BRANCO' TO WRK-MOTIVO-REJ
               WHEN WRK-MATRICULA EQUAL ZEROS
                   MOVE 'SEM MATRICULA' TO WRK-MOTIVO-REJ
               WHEN FUNC-PRIMSAL NOT NUMERIC
                   MOVE 'SALARIO INICIAL INVALIDO' TO WRK-MOTIVO-REJ
               WHEN FUNC-ULTIMSAL NOT NUMERIC
                   MOVE 'SALARIO FINAL INVALIDO' TO WRK-MOTIVO-REJ
               WHEN FUNC-ULTIMSAL EQUAL ZEROS
                   MOVE 'SALARIO FINAL ZERADO' TO WRK-MOTIVO-REJ
               WHEN QTD-EMPRESAS GREATER THAN ZEROS
                   AND IDX-EMP-ACHADO EQUAL ZEROS
                   MOVE 'EMPRESA NAO CADASTRADA' TO WRK-MOTIVO-REJ
               WHEN WRK-CTA-ACHADA NOT EQUAL 'S'
                   MOVE 'SEM CONTA BANCARIA' TO WRK-MOTIVO-REJ
           END-EVALUATE.

       021-GRAVA-REJEITO.
      **
      * In the preview nothing reaches REJEITADOS.TXT: the record
      * is only noted, reason and all, for the PREVIA.TXT report.
      **
           IF WRK-PREVIA-SW EQUAL 'S'
               MOVE 'J' TO WRK-TIPO-MOV
               MOVE FUNC-NOME TO WRK-NOME-PREVIA
               MOVE ZEROS TO WRK-DATA-MOV
               MOVE WRK-MOTIVO-REJ TO WRK-MOTIVO-MOV
               PERFORM 177-GUARDA-MOVIMENTO
           ELSE
               MOVE WRK-MOTIVO-REJ TO REJ-MOTIVO
               MOVE FUNC-REG TO REJ-DADOS
               MOVE 'N' TO REJ-RESOLVIDO
               WRITE REJ-REG
           END-IF.
           ADD 1 TO WRK-REJEITADOS.
           DISPLAY 'REGISTRO REJEITADO (' WRK-MOTIVO-REJ '): '
               FUNC-NOME.
           DISPLAY 'DESLIGADOS PULADOS:    ' WRK-CONTADOR-ED.
           MOVE WRK-REAPRESENTADOS TO WRK-CONTADOR-ED.
           DISPLAY 'REAPRESENTADOS:        ' WRK-CONTADOR-ED.
           MOVE WRK-RESCISOES-PAGAS TO WRK-CONTADOR-ED.
           DISPLAY 'RESCISOES PAGAS:       ' WRK-CONTADOR-ED.
           MOVE WRK-QTD-CONSIG-LOTE TO WRK-CONTADOR-ED.
           DISPLAY 'PARCELAS CONSIGNADAS:  ' WRK-CONTADOR-ED.
           MOVE WRK-SOMA-CONSIG-LOTE TO WRK-VALOR-EVENTO-ED.
           DISPLAY 'TOTAL CONSIGNADO RETIDO: R$' WRK-VALOR-EVENTO-ED.
           PERFORM 085-RESUMO-EVENTOS.
           MOVE WRK-SOMA-REMESSA TO WRK-LIQUIDO-ED.
           DISPLAY 'TOTAL LIQUIDO PAGO: R$' WRK-LIQUIDO-ED.

       016-ABRE-REMESSA.
      **
      * Starts a fresh bank remittance for this lote run and writes
      * the header record with the run date, the competencia and
      * the paying company - code, CNPJ and the account the credits
      * are drawn from, out of EMPRESAS.TXT.
      **
           PERFORM 110-DEFINE-PAGADORA.
           OPEN OUTPUT REMESSA.
           MOVE ZEROS TO WRK-QTD-REMESSA.
           MOVE ZEROS TO WRK-SOMA-REMESSA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO REM-H-DATA.
           MOVE WRK-COMPETENCIA TO REM-H-COMPETENCIA.
           IF IDX-EMP-PAGADORA GREATER THAN ZEROS
               MOVE TABEMP-CODIGO(IDX-EMP-PAGADORA) TO REM-H-EMP-CODIGO
               MOVE TABEMP-CNPJ(IDX-EMP-PAGADORA) TO REM-H-CNPJ
               MOVE TABEMP-BANCO(IDX-EMP-PAGADORA) TO REM-H-BANCO
               MOVE TABEMP-AGENCIA(IDX-EMP-PAGADORA) TO REM-H-AGENCIA
               MOVE TABEMP-CONTA(IDX-EMP-PAGADORA) TO REM-H-CONTA
           END-IF.
           WRITE REMESSA-REG.

       018-DETALHE-REMESSA.
      **
      * One credit line for the employee just computed: name,
      * company, the net amount the bank must deposit and the
      * banco/agencia/conta merged from CONTAS.DAT - the critica
      * already guaranteed the account is on file - plus the
      * matricula and CPF the return is matched by.
      **
           MOVE WRK-MATRICULA TO WRK-MATRIC-CONTA.
           PERFORM 062-PROCURA-CONTA.
           MOVE SPACES TO REMESSA-REG.
           MOVE 'D' TO REM-D-TIPO.
           MOVE WRK-NAME TO REM-D-NOME.
           MOVE WRK-EMPRESA TO REM-D-EMPRESA.
           MOVE WRK-EMP-CODIGO TO REM-D-EMP-CODIGO.
           MOVE WRK-MATRICULA TO REM-D-MATRICULA.
           MOVE WRK-CPF TO REM-D-CPF.
           MOVE WRK-LIQUIDO TO REM-D-LIQUIDO.
           IF WRK-CTA-ACHADA EQUAL 'S'
               MOVE CTA-BANCO TO REM-D-BANCO
               MOVE CTA-AGENCIA TO REM-D-AGENCIA
               MOVE CTA-CONTA TO REM-D-CONTA
           END-IF.
           WRITE REMESSA-REG.
           ADD 1 TO WRK-QTD-REMESSA.
           DISPLAY '############'.
           DISPLAY 'REMESSA BANCARIA GERADA: ' WRK-QTD-REMESSA
               ' CREDITO(S).'.
           DISPLAY 'ARQUIVOS CNAB RETIDOS ATE A APROVACAO DA '
               'COMPETENCIA (PROG033) - LIBERE PELO MODO (9).'.

       001-CALCULA-FUNCIONARIO.
      **
            DISPLAY 'MEDIA DOS SALARIOS: R$' WRK-RES-ED.
      *=================================================
           PERFORM 006-CALCULA-LIQUIDO.
           IF WRK-PREVIA-SW EQUAL 'S'
               PERFORM 176-DETALHE-PREVIA
           ELSE
               PERFORM 011-GRAVA-CONTRACHEQUE
               PERFORM 005-GRAVA-FOLHA
           END-IF.

       006-CALCULA-LIQUIDO.
      **
      * bracket taxes only the slice of salary that falls inside it,
      * so the deduction reflects the correct marginal rates per
      * band, and the highest band reached is reported alongside
      * gross and net. In the lote the employee's events of the
      * competencia come in first: the ones marked to incide move
      * the bracket base, and all of them move the net. In the
      * ferias run the terco constitucional comes in the same way,
      * as a provento that incides.
      **
           PERFORM 045-SELECIONA-FAIXAS.
           MOVE ZEROS TO WRK-DESCONTO.
           MOVE ZEROS TO WRK-DESC-IMPOSTO.
           MOVE ZEROS TO WRK-DESC-BENEF.
           MOVE ZEROS TO WRK-LIMITE-ANTERIOR.
           MOVE SPACES TO WRK-FAIXA-APLICADA.
           MOVE ZEROS TO TABELA-DESC-FAIXA.
           MOVE ZEROS TO WRK-FAIXAS-USADAS.
           MOVE ZEROS TO QTD-LANC-FUNC.
           MOVE ZEROS TO WRK-PROVENTOS.
           MOVE ZEROS TO WRK-DESC-EVENTOS.
           MOVE ZEROS TO WRK-DESC-INCIDE.
           MOVE WRK-ULTIMSAL TO WRK-BASE-CALCULO.
           IF WRK-APLICA-LANC EQUAL 'S'
               PERFORM 079-CARREGA-LANC-FUNC
           END-IF.
           IF WRK-TERCO-FERIAS GREATER THAN ZEROS
               ADD 1 TO QTD-LANC-FUNC
               MOVE '1/3 CONSTITUCIONAL' TO LF-DESCRICAO(QTD-LANC-FUNC)
               MOVE 'P' TO LF-TIPO(QTD-LANC-FUNC)
               MOVE ZEROS TO LF-HORAS(QTD-LANC-FUNC)
               MOVE WRK-TERCO-FERIAS TO LF-VALOR(QTD-LANC-FUNC)
               ADD WRK-TERCO-FERIAS TO WRK-PROVENTOS
               ADD WRK-TERCO-FERIAS TO WRK-BASE-CALCULO
           END-IF.
           IF WRK-DESC-INCIDE LESS THAN WRK-BASE-CALCULO
               SUBTRACT WRK-DESC-INCIDE FROM WRK-BASE-CALCULO
           ELSE
               MOVE ZEROS TO WRK-BASE-CALCULO
           END-IF.
           PERFORM 010-DESCONTA-FAIXA VARYING IDX-FAIXA FROM 1 BY 1
               UNTIL IDX-FAIXA GREATER THAN QTD-FAIXAS.
           COMPUTE WRK-LIQUIDO-SALDO = WRK-ULTIMSAL - WRK-DESCONTO.
           MOVE WRK-ULTIMSAL TO WRK-SALARIO-PERIODO.
      *    Mes do desligamento: o liquido do salario sai proporcional
      *    aos dias trabalhados (dia da demissao sobre a base de 30);
      *    os eventos do mes entram depois, pelo valor lancado. O
      *    salario e a deducao gravados para a contabilidade seguem
      *    a mesma proporcao, fechando com o liquido.
           IF WRK-PRORATA-DIAS GREATER THAN ZEROS
               AND WRK-PRORATA-DIAS LESS THAN 30
               COMPUTE WRK-LIQUIDO-SALDO ROUNDED =
                   WRK-LIQUIDO-SALDO * WRK-PRORATA-DIAS / 30
               COMPUTE WRK-SALARIO-PERIODO ROUNDED =
                   WRK-ULTIMSAL * WRK-PRORATA-DIAS / 30
               COMPUTE WRK-DESC-PERIODO =
                   WRK-SALARIO-PERIODO - WRK-LIQUIDO-SALDO
               COMPUTE WRK-DESC-IMPOSTO ROUNDED =
                   WRK-DESC-IMPOSTO * WRK-PRORATA-DIAS / 30
               IF WRK-DESC-IMPOSTO GREATER THAN WRK-DESC-PERIODO
                   MOVE WRK-DESC-PERIODO TO WRK-DESC-IMPOSTO
               END-IF
               COMPUTE WRK-DESC-BENEF =
                   WRK-DESC-PERIODO - WRK-DESC-IMPOSTO
               DISPLAY 'LIQUIDO PRO RATA: ' WRK-PRORATA-DIAS
                   ' DIA(S) TRABALHADO(S) NO MES.'
           END-IF.
           COMPUTE WRK-BRUTO-FOLHA =
               WRK-SALARIO-PERIODO + WRK-PROVENTOS.
           COMPUTE WRK-LIQUIDO-SALDO = WRK-LIQUIDO-SALDO
               + WRK-PROVENTOS - WRK-DESC-EVENTOS.
           IF WRK-LIQUIDO-SALDO LESS THAN ZEROS
               DISPLAY 'AVISO: DESCONTOS DE EVENTOS EXCEDEM O LIQUIDO '
                   '- LIQUIDO ZERADO: ' WRK-NAME
               MOVE ZEROS TO WRK-LIQUIDO
           ELSE
               MOVE WRK-LIQUIDO-SALDO TO WRK-LIQUIDO
           END-IF.
           IF WRK-APLICA-CONSIG EQUAL 'S'
               PERFORM 152-DESCONTA-CONSIGNADOS
           END-IF.
           MOVE WRK-ULTIMSAL TO WRK-BRUTO-ED.
           MOVE WRK-DESCONTO TO WRK-DESCONTO-ED.
           MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED.
           DISPLAY '############'.
           DISPLAY 'SALARIO BRUTO: R$' WRK-BRUTO-ED.
           IF QTD-LANC-FUNC GREATER THAN ZEROS
               MOVE WRK-PROVENTOS TO WRK-VALOR-EVENTO-ED
               DISPLAY 'PROVENTOS DE EVENTOS: R$' WRK-VALOR-EVENTO-ED
               MOVE WRK-DESC-EVENTOS TO WRK-VALOR-EVENTO-ED
               DISPLAY 'DESCONTOS DE EVENTOS: R$' WRK-VALOR-EVENTO-ED
           END-IF.
           DISPLAY 'DESCONTOS: R$' WRK-DESCONTO-ED.
           DISPLAY 'FAIXA APLICADA: ' WRK-FAIXA-APLICADA.
           DISPLAY 'SALARIO LIQUIDO: R$' WRK-LIQUIDO-ED.
       010-DESCONTA-FAIXA.
      **
      * One bracket of the progressive table: taxes the slice of
      * WRK-BASE-CALCULO (the final salary, moved by the events
      * that incide) between the previous bracket's limit and this
      * one's (or up to the base itself, when it tops out inside
      * this bracket), at the bracket's combined rate. The tax
      * part is kept apart from the benefit part for the accounting
      * export.
      **
           IF WRK-BASE-CALCULO GREATER THAN WRK-LIMITE-ANTERIOR
               IF WRK-BASE-CALCULO GREATER THAN TAB-LIMITE(IDX-FAIXA)
                   COMPUTE WRK-BASE-FAIXA =
                       TAB-LIMITE(IDX-FAIXA) - WRK-LIMITE-ANTERIOR
               ELSE
                   COMPUTE WRK-BASE-FAIXA =
                       WRK-BASE-CALCULO - WRK-LIMITE-ANTERIOR
               END-IF
               COMPUTE WRK-PCT-FAIXA = TAB-PCT-IMPOSTO(IDX-FAIXA)
                   + TAB-PCT-BENEFICIOS(IDX-FAIXA)
                   WRK-BASE-FAIXA * WRK-PCT-FAIXA / 100
               COMPUTE WRK-DESCONTO = WRK-DESCONTO
                   + WRK-DESC-FAIXA(IDX-FAIXA)
               COMPUTE WRK-IMPOSTO-FAIXA =
                   WRK-BASE-FAIXA * TAB-PCT-IMPOSTO(IDX-FAIXA) / 100
               COMPUTE WRK-DESC-IMPOSTO =
                   WRK-DESC-IMPOSTO + WRK-IMPOSTO-FAIXA
               COMPUTE WRK-DESC-BENEF = WRK-DESC-BENEF
                   + WRK-DESC-FAIXA(IDX-FAIXA) - WRK-IMPOSTO-FAIXA
               MOVE TAB-DESCRICAO(IDX-FAIXA) TO WRK-FAIXA-APLICADA
               MOVE TAB-LIMITE(IDX-FAIXA) TO WRK-LIMITE-ANTERIOR
               MOVE IDX-FAIXA TO WRK-FAIXAS-USADAS
       011-GRAVA-CONTRACHEQUE.
      **
      * One printable payslip page for the employee just computed:
      * name, company, gross, one line per provento event, one
      * deduction line per bracket reached (with the bracket's
      * combined percentage), one line per desconto event, and the
      * net.
      **
           MOVE ALL '=' TO WRK-LINHA-CONTRA.
           MOVE WRK-LINHA-CONTRA TO CONTRA-REG.
           WRITE CONTRA-REG.
           MOVE WRK-TITULO-CONTRA TO CONTRA-REG.
           WRITE CONTRA-REG.
           MOVE SPACES TO WRK-LINHA-CONTRA.
           STRING 'FUNCIONARIO: ' DELIMITED BY SIZE
           END-STRING.
           MOVE WRK-LINHA-CONTRA TO CONTRA-REG.
           WRITE CONTRA-REG.
           MOVE 'P' TO WRK-TIPO-LANC.
           PERFORM 084-LINHA-EVENTO VARYING IDX-LANC FROM 1 BY 1
               UNTIL IDX-LANC GREATER THAN QTD-LANC-FUNC.
           IF WRK-PROVENTOS GREATER THAN ZEROS
               MOVE WRK-PROVENTOS TO WRK-VALOR-EVENTO-ED
               MOVE SPACES TO WRK-LINHA-CONTRA
               STRING 'TOTAL DE PROVENTOS: R$' DELIMITED BY SIZE
                   WRK-VALOR-EVENTO-ED DELIMITED BY SIZE
                   INTO WRK-LINHA-CONTRA
               END-STRING
               MOVE WRK-LINHA-CONTRA TO CONTRA-REG
               WRITE CONTRA-REG
           END-IF.
           PERFORM 012-LINHA-DESC-FAIXA VARYING IDX-FAIXA FROM 1 BY 1
               UNTIL IDX-FAIXA GREATER THAN WRK-FAIXAS-USADAS.
           MOVE 'D' TO WRK-TIPO-LANC.
           PERFORM 084-LINHA-EVENTO VARYING IDX-LANC FROM 1 BY 1
               UNTIL IDX-LANC GREATER THAN QTD-LANC-FUNC.
           COMPUTE WRK-TOTAL-DESCONTOS =
               WRK-DESCONTO + WRK-DESC-EVENTOS.
           MOVE WRK-TOTAL-DESCONTOS TO WRK-DESCONTO-ED.
           MOVE SPACES TO WRK-LINHA-CONTRA.
           STRING 'TOTAL DE DESCONTOS: R$' DELIMITED BY SIZE
               WRK-DESCONTO-ED DELIMITED BY SIZE
      **
           MOVE WRK-NAME TO FOLHA-NOME.
           MOVE WRK-EMPRESA TO FOLHA-EMPRESA.
           MOVE WRK-EMP-CODIGO TO FOLHA-EMP-CODIGO.
           MOVE WRK-MATRICULA TO FOLHA-MATRICULA.
           MOVE WRK-CPF TO FOLHA-CPF.
           MOVE WRK-SOMA TO FOLHA-SOMA.
           MOVE WRK-DIFERENCA TO FOLHA-DIFERENCA.
           MOVE WRK-PRODUTO TO FOLHA-PRODUTO.
           MOVE WRK-LIQUIDO TO FOLHA-LIQUIDO.
           MOVE WRK-FAIXA-APLICADA TO FOLHA-FAIXA.
           MOVE WRK-COMPETENCIA TO FOLHA-COMPETENCIA.
           MOVE WRK-PROVENTOS TO FOLHA-PROVENTOS.
           MOVE WRK-DESC-EVENTOS TO FOLHA-DESCONTOS.
           MOVE WRK-BRUTO-FOLHA TO FOLHA-BRUTO.
           MOVE WRK-DESC-IMPOSTO TO FOLHA-DESC-IMPOSTO.
           MOVE WRK-DESC-BENEF TO FOLHA-DESC-BENEF.
           WRITE FOLHA-REG.

       040-DECIMO-TERCEIRO.
               MOVE 'S' TO WRK-PODE-RODAR
               IF WRK-COMP-FECHADA-SW NOT EQUAL 'S'
                   PERFORM 070-VERIFICA-REEXECUCAO
                   IF WRK-PODE-RODAR EQUAL 'S'
                       PERFORM 226-VERIFICA-REMESSA-PENDENTE
                   END-IF
               END-IF
               EVALUATE TRUE
               WHEN WRK-COMP-FECHADA-SW EQUAL 'S'
                   DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' FECHADA - GRAVACAO RECUSADA.'
               WHEN WRK-PODE-RODAR NOT EQUAL 'S'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 105-CARREGA-EMPRESAS
                   MOVE ZEROS TO QTD-DECIMO
                   MOVE ZEROS TO QTD-DEC-SEM-MATRICULA
                   SORT SORT-DECIMO
                       ON ASCENDING KEY SRT-DEC-EMP-CODIGO
                       ON ASCENDING KEY SRT-DEC-EMPRESA
                       ON ASCENDING KEY SRT-DEC-GRUPO
                       WITH DUPLICATES IN ORDER
                       INPUT PROCEDURE IS 041-ACUMULA-ANO
                       OUTPUT PROCEDURE IS 043-PAGA-ANO
               END-EVALUATE
           END-IF.

       041-ACUMULA-ANO.
      **
      * Input of the sort, over FOLHA.TXT: every record of a
      * regular competencia (AAAA01 to AAAA12) of the year goes in
      * with its month's gross. Records stamped AAAA13 (a rerun of
      * this mode) stay out.
      **
           OPEN INPUT FOLHA.
           IF WS-FOLHA-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR FOLHA.TXT - FILE STATUS: '
      **
      * O bruto do mes sai dos proprios campos gravados: soma e
      * diferenca dos salarios devolvem o salario final usado no
      * calculo ((S + D) / 2). O funcionario e identificado pela
      * matricula; as linhas gravadas antes dela (espacos) que o
      * PROG045 nao conseguiu carimbar agrupam pelo nome. Com
      * DUPLICATES IN ORDER o grupo chega na ordem do arquivo, e o
      * acumulador adota o nome e o CPF mais recentes.
      **
           IF FOLHA-COMPETENCIA(1:4) EQUAL WRK-ANO-13
               AND FOLHA-COMPETENCIA(5:2) NUMERIC
               AND FOLHA-COMPETENCIA(5:2) LESS THAN '13'
               AND FOLHA-COMPETENCIA(5:2) GREATER THAN '00'
               MOVE FOLHA-COMPETENCIA(5:2) TO SRT-DEC-MES
               COMPUTE SRT-DEC-BRUTO =
                   (FOLHA-SOMA + FOLHA-DIFERENCA) / 2
               MOVE FOLHA-EMP-CODIGO TO WRK-EMP-CODIGO
               MOVE FOLHA-EMPRESA TO WRK-EMPRESA
               PERFORM 107-RESOLVE-EMPRESA
               MOVE WRK-EMP-CODIGO TO SRT-DEC-EMP-CODIGO
               MOVE WRK-EMPRESA TO SRT-DEC-EMPRESA
               MOVE FOLHA-NOME TO SRT-DEC-NOME
               MOVE FOLHA-CPF TO SRT-DEC-CPF
               MOVE SPACES TO SRT-DEC-CHAVE
               IF FOLHA-MATRICULA NUMERIC
                   AND FOLHA-MATRICULA GREATER THAN ZEROS
                   MOVE FOLHA-MATRICULA TO SRT-DEC-MATRICULA
                   MOVE '1' TO SRT-DEC-TIPO
                   MOVE FOLHA-MATRICULA TO SRT-DEC-CHAVE(1:6)
               ELSE
                   MOVE ZEROS TO SRT-DEC-MATRICULA
                   MOVE '0' TO SRT-DEC-TIPO
                   MOVE FOLHA-NOME TO SRT-DEC-CHAVE
               END-IF
               ADD 1 TO QTD-DECIMO
               RELEASE SRT-DEC-REG
           END-IF.
           READ FOLHA AT END MOVE 1 TO FLAG-CONSULTA.

       043-PAGA-ANO.
      **
      * Output of the sort: the payment files are opened only when
      * the year has something to pay, and each employee is paid
      * at its control break.
      **
           IF QTD-DECIMO EQUAL ZEROS
               DISPLAY 'NENHUMA COMPETENCIA DE ' WRK-ANO-13
                   ' EM FOLHA.TXT - NADA A PAGAR.'
           ELSE
               PERFORM 008-CARREGA-FAIXAS
               PERFORM 060-ABRE-CONTAS
               PERFORM 096-INICIA-RESCISOES
               PERFORM 007-ABRE-FOLHA
               OPEN OUTPUT CONTRACHEQUE
               OPEN OUTPUT REJEITADOS
               PERFORM 016-ABRE-REMESSA
               MOVE ZEROS TO WRK-REJEITADOS
               MOVE HIGH-VALUES TO WRK-DEC-QUEBRA
               MOVE 0 TO FLAG-SORT-DECIMO
               RETURN SORT-DECIMO AT END MOVE 1 TO FLAG-SORT-DECIMO
               END-RETURN
               PERFORM 035-DECIMO-SORT-ITEM
                   UNTIL FLAG-SORT-DECIMO EQUAL TO 1
               IF WRK-DEC-QUEBRA NOT EQUAL HIGH-VALUES
                   PERFORM 034-DECIMO-ITEM
               END-IF
               PERFORM 017-FECHA-REMESSA
               PERFORM 061-FECHA-CONTAS
               CLOSE REJEITADOS
               CLOSE CONTRACHEQUE
               CLOSE FOLHA
               PERFORM 221-REGISTRA-FOLHA
               MOVE 'CONTRACHEQUE.TXT' TO SPP-ARQUIVO
               MOVE SPACES TO SPP-DESCRICAO
               STRING 'CONTRACHEQUES 13O SALARIO ' DELIMITED BY SIZE
                   WRK-ANO-13 DELIMITED BY SIZE
                   INTO SPP-DESCRICAO
               END-STRING
               PERFORM 217-GUARDA-SPOOL
               IF WRK-REJEITADOS GREATER THAN ZEROS
                   MOVE WRK-REJEITADOS TO WRK-CONTADOR-ED
                   DISPLAY 'REGISTROS REJEITADOS:  '
                       WRK-CONTADOR-ED
               END-IF
               IF QTD-DEC-SEM-MATRICULA GREATER THAN ZEROS
                   MOVE QTD-DEC-SEM-MATRICULA TO WRK-CONTADOR-ED
                   DISPLAY 'AVISO: ' WRK-CONTADOR-ED
                       ' FUNCIONARIO(S) AGRUPADO(S) PELO NOME - '
                       'LINHAS SEM MATRICULA (PROG045).'
               END-IF
               PERFORM 072-GRAVA-RUNCTL
               PERFORM 211-AGUARDA-APROVACAO
           END-IF.

       035-DECIMO-SORT-ITEM.
      **
      * Uma competencia ordenada: a quebra de empresa ou de grupo
      * paga o funcionario anterior e zera o acumulador; cada mes
      * so conta uma vez por funcionario - o flag do mes segura
      * tanto a repeticao adjacente quanto a reexecucao autorizada
      * de um mes antigo.
      **
           IF SRT-DEC-EMP-CODIGO NOT EQUAL WRK-DEC-Q-EMP-CODIGO
               OR SRT-DEC-EMPRESA NOT EQUAL WRK-DEC-Q-EMPRESA
               OR SRT-DEC-GRUPO NOT EQUAL WRK-DEC-Q-GRUPO
               IF WRK-DEC-QUEBRA NOT EQUAL HIGH-VALUES
                   PERFORM 034-DECIMO-ITEM
               END-IF
               MOVE SRT-DEC-EMP-CODIGO TO WRK-DEC-Q-EMP-CODIGO
               MOVE SRT-DEC-EMPRESA TO WRK-DEC-Q-EMPRESA
               MOVE SRT-DEC-GRUPO TO WRK-DEC-Q-GRUPO
               MOVE SRT-DEC-EMPRESA TO DEC-EMPRESA
               MOVE SRT-DEC-EMP-CODIGO TO DEC-EMP-CODIGO
               MOVE SRT-DEC-MATRICULA TO DEC-MATRICULA
               MOVE ZEROS TO DEC-SOMA-BRUTO
               MOVE ZEROS TO DEC-MESES
               MOVE ALL 'N' TO DEC-MESES-PAGOS
               IF SRT-DEC-TIPO EQUAL '0'
                   ADD 1 TO QTD-DEC-SEM-MATRICULA
               END-IF
           END-IF.
           MOVE SRT-DEC-NOME TO DEC-NOME.
           MOVE SRT-DEC-CPF TO DEC-CPF.
           IF DEC-MES-FLAG(SRT-DEC-MES) NOT EQUAL 'S'
               ADD SRT-DEC-BRUTO TO DEC-SOMA-BRUTO
               ADD 1 TO DEC-MESES
               MOVE 'S' TO DEC-MES-FLAG(SRT-DEC-MES)
           END-IF.
           RETURN SORT-DECIMO AT END MOVE 1 TO FLAG-SORT-DECIMO.

       034-DECIMO-ITEM.
      **
      * An employee whose settlement falls in the year got the 13th
      * proporcional in it - PROG037 already counted these months.
      **
           MOVE DEC-NOME TO WRK-NOME-BUSCA.
           MOVE DEC-MATRICULA TO WRK-MATRIC-BUSCA.
           PERFORM 098-PROCURA-RESCISAO.
           IF WRK-RESC-ACHADA-SW EQUAL 'S'
               AND RSA-DEMISSAO(1:4) EQUAL WRK-ANO-13
               DISPLAY 'DECIMO TERCEIRO PAGO NA RESCISAO: '
                   DEC-NOME
           ELSE
               PERFORM 044-PAGA-DECIMO
           END-IF.

       044-PAGA-DECIMO.
      * and its remittance credit, and lands in FOLHA.TXT under the
      * AAAA13 competencia.
      **
           MOVE DEC-MATRICULA TO WRK-MATRICULA.
           MOVE DEC-CPF TO WRK-CPF.
           MOVE WRK-MATRICULA TO WRK-MATRIC-CONTA.
           PERFORM 062-PROCURA-CONTA.
           IF WRK-CTA-ACHADA NOT EQUAL 'S'
               MOVE 'SEM CONTA BANCARIA' TO REJ-MOTIVO
               MOVE SPACES TO REJ-DADOS
               MOVE DEC-NOME TO REJ-DADOS(1:30)
               MOVE DEC-EMPRESA TO REJ-DADOS(31:30)
               MOVE DEC-EMP-CODIGO TO REJ-DADOS(98:3)
               MOVE WRK-MATRICULA TO REJ-DADOS(101:6)
               MOVE WRK-CPF TO REJ-DADOS(107:11)
               MOVE 'N' TO REJ-RESOLVIDO
               WRITE REJ-REG
               ADD 1 TO WRK-REJEITADOS
               DISPLAY 'REGISTRO REJEITADO (SEM CONTA BANCARIA): '
                   DEC-NOME
           ELSE
               MOVE DEC-NOME TO WRK-NAME
               MOVE DEC-EMPRESA TO WRK-EMPRESA
               MOVE DEC-EMP-CODIGO TO WRK-EMP-CODIGO
               MOVE ZEROS TO WRK-PRIMSAL
               COMPUTE WRK-ULTIMSAL ROUNDED =
                   DEC-SOMA-BRUTO / 12
               DISPLAY '############'
               MOVE DEC-MESES TO WRK-MESES-ED
               DISPLAY 'DECIMO TERCEIRO: ' WRK-NAME ' ('
                   WRK-MESES-ED ' MES(ES))'
               COMPUTE WRK-SOMA = WRK-PRIMSAL + WRK-ULTIMSAL
               PERFORM 018-DETALHE-REMESSA
           END-IF.

       060-ABRE-CONTAS.
      **
      * Opens the PROG019 bank-account registry for the run; with
      * the file missing no account is ever found and every
      * employee falls into the SEM CONTA BANCARIA critica.
      **
           MOVE 'N' TO WRK-CONTAS-ABERTO.
           OPEN INPUT CONTAS.
           IF WS-CONTAS-STATUS NOT EQUAL '00'
               DISPLAY 'AVISO: CONTAS.DAT NAO ENCONTRADO - TODOS OS '
                   'CREDITOS SERAO CRITICADOS.'
           ELSE
               MOVE 'S' TO WRK-CONTAS-ABERTO
           END-IF.

       061-FECHA-CONTAS.
           IF WRK-CONTAS-ABERTO EQUAL 'S'
               CLOSE CONTAS
               MOVE 'N' TO WRK-CONTAS-ABERTO
           END-IF.

       062-PROCURA-CONTA.
      **
      * The account of matricula WRK-MATRIC-CONTA, read by key;
      * CONTA-REG holds it when WRK-CTA-ACHADA comes back 'S'.
      **
           MOVE 'N' TO WRK-CTA-ACHADA.
           IF WRK-CONTAS-ABERTO EQUAL 'S'
               AND WRK-MATRIC-CONTA GREATER THAN ZEROS
               MOVE WRK-MATRIC-CONTA TO CTA-MATRICULA
               READ CONTAS
                   INVALID KEY MOVE 'N' TO WRK-CTA-ACHADA
                   NOT INVALID KEY MOVE 'S' TO WRK-CTA-ACHADA
               END-READ
           END-IF.

       070-VERIFICA-REEXECUCAO.
      **
      * Closing run: once a competencia is paid, remitted and
      * reported, this mode marks it FECHADA so nothing else can
      * append FOLHA/REMESSA records stamped with it, and produces
      * its accounting export. A month already closed whose export
      * was held back (or never made) gets it on a new request.
      * Only a competencia approved at the PROG033 review closes.
      **
           DISPLAY 'COMPETENCIA A FECHAR (AAAAMM): '.
           PERFORM 031-OBTEM-RESPOSTA.
                   DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' JA ESTA FECHADA.'
               ELSE
                   PERFORM 212-VERIFICA-APROVACAO
                   IF WRK-APROV-SITUACAO NOT EQUAL 'L'
                       PERFORM 215-MOSTRA-SEM-APROVACAO
                       DISPLAY 'FECHAMENTO RECUSADO.'
                       MOVE 'FECHAM RECUSADO' TO WRK-AUD-OPERACAO
                       PERFORM 054-GRAVA-AUDITORIA-COMP
                   ELSE
                       IF WRK-COMPETENCIA(5:2) NOT LESS THAN '01'
                           AND WRK-COMPETENCIA(5:2)
                           NOT GREATER THAN '12'
                           PERFORM 204-VERIFICA-ORCAMENTO
                       END-IF
                       MOVE 'F' TO CTL-SITUACAO
                       PERFORM 053-GRAVA-COMPCTL
                       MOVE 'FECHAMENTO' TO WRK-AUD-OPERACAO
                       PERFORM 054-GRAVA-AUDITORIA-COMP
                       DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                           ' FECHADA.'
                       MOVE 'S' TO WRK-COMP-FECHADA-SW
                   END-IF
               END-IF
               IF WRK-COMP-FECHADA-SW EQUAL 'S'
                   PERFORM 120-EXPORTA-CONTABIL
               END-IF
           END-IF.

      **
      * One audit line for the fechamento or reabertura just done:
      * the competencia rides in AUD-MOTIVO (there is no CPF here)
      * and WRK-AUD-OPERACAO is set by the caller. The approval
      * trail adds the operator of the lote under review in
      * AUD-CPF(9:8) when WRK-APROV-OPERADOR is filled.
      **
           OPEN EXTEND AUDITORIA.
           IF WS-AUD-STATUS EQUAL '35'
               MOVE 'PROG002' TO AUD-PROGRAMA
               MOVE WRK-AUD-OPERACAO TO AUD-OPERACAO
               MOVE SPACES TO AUD-CPF
               MOVE WRK-APROV-OPERADOR TO AUD-CPF(9:8)
               MOVE SPACES TO AUD-MOTIVO
               STRING 'COMPETENCIA ' DELIMITED BY SIZE
                   WRK-COMPETENCIA DELIMITED BY SIZE
               CLOSE AUDITORIA
           END-IF.

       075-CARREGA-EVENTOS.
      **
      * Loads the PROG034 event-code table once per lote, with the
      * per-code lote totals zeroed; with the file missing the table
      * stays empty and every lancamento is reported as not applied.
      **
           MOVE ZEROS TO QTD-EVENTOS.
           OPEN INPUT EVENTOS.
           IF WS-EVENTOS-STATUS NOT EQUAL '00'
               DISPLAY 'AVISO: EVENTOS.TXT NAO ENCONTRADO - NENHUM '
                   'LANCAMENTO SERA APLICADO.'
           ELSE
               MOVE 0 TO FLAG-EVENTOS
               READ EVENTOS AT END MOVE 1 TO FLAG-EVENTOS
               END-READ
               PERFORM 076-CARREGA-EVENTO-ITEM
                   UNTIL FLAG-EVENTOS EQUAL TO 1
               CLOSE EVENTOS
           END-IF.

       076-CARREGA-EVENTO-ITEM.
      **
      * TABELA-EVENTOS so comporta 100 codigos; alem disso os
      * excedentes sao ignorados com um unico aviso.
      **
           IF QTD-EVENTOS LESS THAN 100
               ADD 1 TO QTD-EVENTOS
               MOVE EVT-CODIGO TO TABEVT-CODIGO(QTD-EVENTOS)
               MOVE EVT-DESCRICAO TO TABEVT-DESCRICAO(QTD-EVENTOS)
               MOVE EVT-TIPO TO TABEVT-TIPO(QTD-EVENTOS)
               MOVE EVT-FORMA TO TABEVT-FORMA(QTD-EVENTOS)
               IF EVT-ADICIONAL NUMERIC
                   MOVE EVT-ADICIONAL TO TABEVT-ADICIONAL(QTD-EVENTOS)
               ELSE
                   MOVE ZEROS TO TABEVT-ADICIONAL(QTD-EVENTOS)
               END-IF
               MOVE EVT-INCIDE TO TABEVT-INCIDE(QTD-EVENTOS)
               MOVE ZEROS TO TABEVT-QTD-LOTE(QTD-EVENTOS)
               MOVE ZEROS TO TABEVT-VALOR-LOTE(QTD-EVENTOS)
           ELSE
               IF FLAG-LIMITE-EVENTOS EQUAL 0
                   DISPLAY 'AVISO: EVENTOS.TXT LIMITADO A 100 '
                       'CODIGOS, RESTANTE IGNORADO.'
                   MOVE 1 TO FLAG-LIMITE-EVENTOS
               END-IF
           END-IF.
           READ EVENTOS AT END MOVE 1 TO FLAG-EVENTOS.

       077-CONTA-LANCAMENTOS.
      **
      * Control count for the summary: how many lancamentos of the
      * competencia are on file, to set against how many the lote
      * actually applied - the difference points at events posted
      * for someone rejected, skipped or not on the payroll at all.
      **
           MOVE ZEROS TO WRK-LANC-COMPETENCIA.
           MOVE ZEROS TO WRK-LANC-APLICADOS.
           MOVE ZEROS TO WRK-TOT-PROVENTOS.
           MOVE ZEROS TO WRK-TOT-DESC-EVENTOS.
           OPEN INPUT LANCAMENTOS.
           IF WS-LANC-STATUS EQUAL '00'
               MOVE 0 TO FLAG-LANCAMENTOS
               READ LANCAMENTOS AT END MOVE 1 TO FLAG-LANCAMENTOS
               END-READ
               PERFORM 078-CONTA-LANC-ITEM
                   UNTIL FLAG-LANCAMENTOS EQUAL TO 1
               CLOSE LANCAMENTOS
           END-IF.

       078-CONTA-LANC-ITEM.
           IF LANC-COMPETENCIA EQUAL WRK-COMPETENCIA
               ADD 1 TO WRK-LANC-COMPETENCIA
           END-IF.
           READ LANCAMENTOS AT END MOVE 1 TO FLAG-LANCAMENTOS.

       079-CARREGA-LANC-FUNC.
      **
      * One pass over LANCAMENTOS.TXT for the employee about to be
      * computed: every line of the employee (by the matricula, by
      * the name on lines that predate it) and the competencia
      * being run is valued and kept for the payslip.
      **
           MOVE WRK-MATRICULA TO WRK-MATRIC-BUSCA.
           MOVE WRK-NAME TO WRK-NOME-BUSCA.
           OPEN INPUT LANCAMENTOS.
           IF WS-LANC-STATUS EQUAL '00'
               MOVE 0 TO FLAG-LANCAMENTOS
               READ LANCAMENTOS AT END MOVE 1 TO FLAG-LANCAMENTOS
               END-READ
               PERFORM 080-LANC-FUNC-ITEM
                   UNTIL FLAG-LANCAMENTOS EQUAL TO 1
               CLOSE LANCAMENTOS
           END-IF.

       080-LANC-FUNC-ITEM.
           IF LANC-COMPETENCIA EQUAL WRK-COMPETENCIA
               MOVE LANC-NOME TO WRK-NOME-LINHA
               IF LANC-MATRICULA NUMERIC
                   MOVE LANC-MATRICULA TO WRK-MATRIC-LINHA
               ELSE
                   MOVE ZEROS TO WRK-MATRIC-LINHA
               END-IF
               PERFORM 222-MESMO-FUNCIONARIO
               IF WRK-MESMO-FUNC EQUAL 'S'
                   PERFORM 081-VALORIZA-LANC
               END-IF
           END-IF.
           READ LANCAMENTOS AT END MOVE 1 TO FLAG-LANCAMENTOS.

       081-VALORIZA-LANC.
      **
      * Values one lancamento: an hours event at the hourly rate of
      * the final salary (220 hours a month) plus the event's
      * adicional; a money event at the amount posted. The tipo
      * stamped on the line at entry wins over the table's. A code
      * no longer in the table, bad numbers or more than 30 events
      * for one employee leave the line out, with a warning.
      **
           MOVE ZEROS TO IDX-EVT-ACHADO.
           PERFORM 082-PROCURA-EVENTO
               VARYING IDX-EVENTO FROM 1 BY 1
               UNTIL IDX-EVENTO GREATER THAN QTD-EVENTOS.
           MOVE ZEROS TO WRK-VALOR-EVENTO.
           EVALUATE TRUE
               WHEN IDX-EVT-ACHADO EQUAL ZEROS
                   DISPLAY 'AVISO: EVENTO ' LANC-EVENTO
                       ' NAO CADASTRADO - LANCAMENTO IGNORADO: '
                       LANC-NOME
               WHEN QTD-LANC-FUNC NOT LESS THAN 30
                   DISPLAY 'AVISO: MAIS DE 30 EVENTOS NO MES - '
                       'LANCAMENTO IGNORADO: ' LANC-NOME
               WHEN TABEVT-FORMA(IDX-EVT-ACHADO) EQUAL 'H'
                   AND LANC-HORAS NOT NUMERIC
                   DISPLAY 'AVISO: HORAS INVALIDAS NO EVENTO '
                       LANC-EVENTO ' - LANCAMENTO IGNORADO: '
                       LANC-NOME
               WHEN TABEVT-FORMA(IDX-EVT-ACHADO) NOT EQUAL 'H'
                   AND LANC-VALOR NOT NUMERIC
                   DISPLAY 'AVISO: VALOR INVALIDO NO EVENTO '
                       LANC-EVENTO ' - LANCAMENTO IGNORADO: '
                       LANC-NOME
               WHEN OTHER
                   IF TABEVT-FORMA(IDX-EVT-ACHADO) EQUAL 'H'
                       COMPUTE WRK-VALOR-EVENTO ROUNDED =
                           LANC-HORAS * WRK-ULTIMSAL
                           * (100 + TABEVT-ADICIONAL(IDX-EVT-ACHADO))
                           / 22000
                   ELSE
                       MOVE LANC-VALOR TO WRK-VALOR-EVENTO
                   END-IF
                   MOVE LANC-TIPO TO WRK-TIPO-LANC
                   IF WRK-TIPO-LANC NOT EQUAL 'P'
                       AND WRK-TIPO-LANC NOT EQUAL 'D'
                       MOVE TABEVT-TIPO(IDX-EVT-ACHADO)
                           TO WRK-TIPO-LANC
                   END-IF
                   ADD 1 TO QTD-LANC-FUNC
                   MOVE TABEVT-DESCRICAO(IDX-EVT-ACHADO)
                       TO LF-DESCRICAO(QTD-LANC-FUNC)
                   MOVE WRK-TIPO-LANC TO LF-TIPO(QTD-LANC-FUNC)
                   IF TABEVT-FORMA(IDX-EVT-ACHADO) EQUAL 'H'
                       MOVE LANC-HORAS TO LF-HORAS(QTD-LANC-FUNC)
                   ELSE
                       MOVE ZEROS TO LF-HORAS(QTD-LANC-FUNC)
                   END-IF
                   MOVE WRK-VALOR-EVENTO TO LF-VALOR(QTD-LANC-FUNC)
                   IF WRK-TIPO-LANC EQUAL 'P'
                       ADD WRK-VALOR-EVENTO TO WRK-PROVENTOS
                       ADD WRK-VALOR-EVENTO TO WRK-TOT-PROVENTOS
                       IF TABEVT-INCIDE(IDX-EVT-ACHADO) EQUAL 'S'
                           ADD WRK-VALOR-EVENTO TO WRK-BASE-CALCULO
                       END-IF
                   ELSE
                       ADD WRK-VALOR-EVENTO TO WRK-DESC-EVENTOS
                       ADD WRK-VALOR-EVENTO TO WRK-TOT-DESC-EVENTOS
                       IF TABEVT-INCIDE(IDX-EVT-ACHADO) EQUAL 'S'
                           ADD WRK-VALOR-EVENTO TO WRK-DESC-INCIDE
                       END-IF
                   END-IF
                   ADD 1 TO TABEVT-QTD-LOTE(IDX-EVT-ACHADO)
                   ADD WRK-VALOR-EVENTO
                       TO TABEVT-VALOR-LOTE(IDX-EVT-ACHADO)
                   ADD 1 TO WRK-LANC-APLICADOS
           END-EVALUATE.

       082-PROCURA-EVENTO.
           IF TABEVT-CODIGO(IDX-EVENTO) EQUAL LANC-EVENTO
               MOVE IDX-EVENTO TO IDX-EVT-ACHADO
           END-IF.

       084-LINHA-EVENTO.
      **
      * One event line of the payslip, for the events of the tipo
      * in WRK-TIPO-LANC: description, the hours for an hours event,
      * and the amount. The lines open with PROVENTO/DESCONTO so
      * the PROG033 balance check never mistakes them for the name
      * or the net.
      **
           IF LF-TIPO(IDX-LANC) EQUAL WRK-TIPO-LANC
               MOVE LF-VALOR(IDX-LANC) TO WRK-VALOR-EVENTO-ED
               MOVE SPACES TO WRK-LINHA-CONTRA
               IF LF-HORAS(IDX-LANC) GREATER THAN ZEROS
                   MOVE LF-HORAS(IDX-LANC) TO WRK-HORAS-ED
                   IF WRK-TIPO-LANC EQUAL 'P'
                       STRING 'PROVENTO ' DELIMITED BY SIZE
                           LF-DESCRICAO(IDX-LANC) DELIMITED BY SIZE
                           ' (' DELIMITED BY SIZE
                           WRK-HORAS-ED DELIMITED BY SIZE
                           'H): R$' DELIMITED BY SIZE
                           WRK-VALOR-EVENTO-ED DELIMITED BY SIZE
                           INTO WRK-LINHA-CONTRA
                       END-STRING
                   ELSE
                       STRING 'DESCONTO ' DELIMITED BY SIZE
                           LF-DESCRICAO(IDX-LANC) DELIMITED BY SIZE
                           ' (' DELIMITED BY SIZE
                           WRK-HORAS-ED DELIMITED BY SIZE
                           'H): R$' DELIMITED BY SIZE
                           WRK-VALOR-EVENTO-ED DELIMITED BY SIZE
                           INTO WRK-LINHA-CONTRA
                       END-STRING
                   END-IF
               ELSE
                   IF WRK-TIPO-LANC EQUAL 'P'
                       STRING 'PROVENTO ' DELIMITED BY SIZE
                           LF-DESCRICAO(IDX-LANC) DELIMITED BY SIZE
                           ': R$' DELIMITED BY SIZE
                           WRK-VALOR-EVENTO-ED DELIMITED BY SIZE
                           INTO WRK-LINHA-CONTRA
                       END-STRING
                   ELSE
                       STRING 'DESCONTO ' DELIMITED BY SIZE
                           LF-DESCRICAO(IDX-LANC) DELIMITED BY SIZE
                           ': R$' DELIMITED BY SIZE
                           WRK-VALOR-EVENTO-ED DELIMITED BY SIZE
                           INTO WRK-LINHA-CONTRA
                       END-STRING
                   END-IF
               END-IF
               MOVE WRK-LINHA-CONTRA TO CONTRA-REG
               WRITE CONTRA-REG
           END-IF.

       085-RESUMO-EVENTOS.
      **
      * Events block of the control summary: lancamentos of the
      * competencia on file, applied and left out, one line per
      * event code used in the lote with its count and amount, and
      * the totals of proventos and descontos paid through events.
      **
           MOVE WRK-LANC-COMPETENCIA TO WRK-CONTADOR-ED.
           DISPLAY 'LANCAMENTOS NO MES:    ' WRK-CONTADOR-ED.
           MOVE WRK-LANC-APLICADOS TO WRK-CONTADOR-ED.
           DISPLAY 'LANCAMENTOS APLICADOS: ' WRK-CONTADOR-ED.
           IF WRK-LANC-COMPETENCIA GREATER THAN WRK-LANC-APLICADOS
               COMPUTE WRK-CONTADOR-ED =
                   WRK-LANC-COMPETENCIA - WRK-LANC-APLICADOS
               DISPLAY 'LANCAMENTOS NAO APLICADOS: ' WRK-CONTADOR-ED
           END-IF.
           PERFORM 086-RESUMO-EVENTO-ITEM
               VARYING IDX-EVENTO FROM 1 BY 1
               UNTIL IDX-EVENTO GREATER THAN QTD-EVENTOS.
           MOVE WRK-TOT-PROVENTOS TO WRK-VALOR-EVENTO-ED.
           DISPLAY 'TOTAL PROVENTOS DE EVENTOS: R$'
               WRK-VALOR-EVENTO-ED.
           MOVE WRK-TOT-DESC-EVENTOS TO WRK-VALOR-EVENTO-ED.
           DISPLAY 'TOTAL DESCONTOS DE EVENTOS: R$'
               WRK-VALOR-EVENTO-ED.

       086-RESUMO-EVENTO-ITEM.
           IF TABEVT-QTD-LOTE(IDX-EVENTO) GREATER THAN ZEROS
               MOVE TABEVT-QTD-LOTE(IDX-EVENTO) TO WRK-CONTADOR-ED
               MOVE TABEVT-VALOR-LOTE(IDX-EVENTO)
                   TO WRK-VALOR-EVENTO-ED
               DISPLAY '  EVENTO ' TABEVT-CODIGO(IDX-EVENTO) ' '
                   TABEVT-DESCRICAO(IDX-EVENTO) ' ('
                   TABEVT-TIPO(IDX-EVENTO) ') ' WRK-CONTADOR-ED
                   ' R$' WRK-VALOR-EVENTO-ED
           END-IF.

       087-FERIAS.
      **
      * Ferias run: pays every slice PROG035 scheduled to start in
      * the month asked - the salary of the days plus the terco
      * constitucional - through the same brackets, payslip and
      * remittance of the lote, stamped AAAA(MM + 20) so it never
      * mixes with the month's own payroll. FERIAS.TXT is rewritten
      * with each paid slice moved from saldo to gozados, so the
      * same slice is never paid twice.
      **
           DISPLAY 'MES DE INICIO DAS FERIAS (AAAAMM): '.
           PERFORM 031-OBTEM-RESPOSTA.
           MOVE WRK-RESPOSTA(1:6) TO WRK-MES-FERIAS.
           IF WRK-MES-FERIAS NOT NUMERIC
               OR WRK-MES-FERIAS(5:2) LESS THAN '01'
               OR WRK-MES-FERIAS(5:2) GREATER THAN '12'
               DISPLAY 'MES INVALIDO - FERIAS CANCELADAS.'
           ELSE
               MOVE WRK-MES-FERIAS TO WRK-COMPETENCIA
               MOVE WRK-MES-FERIAS(5:2) TO WRK-MES-FER-NUM
               ADD 20 TO WRK-MES-FER-NUM
               MOVE WRK-MES-FER-NUM TO WRK-COMPETENCIA(5:2)
               DISPLAY 'COMPETENCIA DAS FERIAS: ' WRK-COMPETENCIA
               PERFORM 050-VERIFICA-FECHADA
               MOVE 'S' TO WRK-PODE-RODAR
               IF WRK-COMP-FECHADA-SW NOT EQUAL 'S'
                   PERFORM 070-VERIFICA-REEXECUCAO
                   IF WRK-PODE-RODAR EQUAL 'S'
                       PERFORM 226-VERIFICA-REMESSA-PENDENTE
                   END-IF
               END-IF
               EVALUATE TRUE
               WHEN WRK-COMP-FECHADA-SW EQUAL 'S'
                   DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' FECHADA - GRAVACAO RECUSADA.'
               WHEN WRK-PODE-RODAR NOT EQUAL 'S'
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 088-CONTA-FERIAS
                   IF WRK-FERIAS-A-PAGAR EQUAL ZEROS
                       DISPLAY 'NENHUMA FERIAS PROGRAMADA PARA '
                           WRK-MES-FERIAS ' - NADA A PAGAR.'
                   ELSE
                       PERFORM 105-CARREGA-EMPRESAS
                       PERFORM 008-CARREGA-FAIXAS
                       PERFORM 060-ABRE-CONTAS
                       PERFORM 007-ABRE-FOLHA
                       OPEN OUTPUT CONTRACHEQUE
                       OPEN OUTPUT REJEITADOS
                       PERFORM 016-ABRE-REMESSA
                       MOVE ZEROS TO WRK-REJEITADOS
                       MOVE ZEROS TO WRK-FERIAS-PAGAS
                       MOVE 'RECIBO DE FERIAS' TO WRK-TITULO-CONTRA
                       OPEN INPUT FERIAS
                       OPEN OUTPUT FERTEMP
                       MOVE 0 TO FLAG-FERIAS
                       READ FERIAS AT END MOVE 1 TO FLAG-FERIAS
                       END-READ
                       PERFORM 090-FERIAS-ITEM
                           UNTIL FLAG-FERIAS EQUAL TO 1
                       CLOSE FERIAS
                       CLOSE FERTEMP
                       PERFORM 093-DEVOLVE-FERIAS
                       MOVE 'CONTRACHEQUE' TO WRK-TITULO-CONTRA
                       MOVE ZEROS TO WRK-TERCO-FERIAS
                       PERFORM 017-FECHA-REMESSA
                       PERFORM 061-FECHA-CONTAS
                       CLOSE REJEITADOS
                       CLOSE CONTRACHEQUE
                       CLOSE FOLHA
                       PERFORM 221-REGISTRA-FOLHA
                       MOVE 'CONTRACHEQUE.TXT' TO SPP-ARQUIVO
                       MOVE SPACES TO SPP-DESCRICAO
                       STRING 'RECIBOS DE FERIAS ' DELIMITED BY SIZE
                           WRK-MES-FERIAS DELIMITED BY SIZE
                           INTO SPP-DESCRICAO
                       END-STRING
                       PERFORM 217-GUARDA-SPOOL
                       MOVE WRK-FERIAS-PAGAS TO WRK-CONTADOR-ED
                       DISPLAY 'FERIAS PAGAS:          ' WRK-CONTADOR-ED
                       IF WRK-REJEITADOS GREATER THAN ZEROS
                           MOVE WRK-REJEITADOS TO WRK-CONTADOR-ED
                           DISPLAY 'REGISTROS REJEITADOS:  '
                               WRK-CONTADOR-ED
                       END-IF
                       PERFORM 072-GRAVA-RUNCTL
                       PERFORM 211-AGUARDA-APROVACAO
                   END-IF
               END-EVALUATE
           END-IF.

       088-CONTA-FERIAS.
      **
      * First pass: how many slices are scheduled for the month -
      * with none, the run stops before the remittance and the
      * payslip file of the last run are replaced by empty ones.
      **
           MOVE ZEROS TO WRK-FERIAS-A-PAGAR.
           OPEN INPUT FERIAS.
           IF WS-FERIAS-STATUS EQUAL '00'
               MOVE 0 TO FLAG-FERIAS
               READ FERIAS AT END MOVE 1 TO FLAG-FERIAS
               END-READ
               PERFORM 089-CONTA-FERIAS-ITEM
                   UNTIL FLAG-FERIAS EQUAL TO 1
               CLOSE FERIAS
           END-IF.

       089-CONTA-FERIAS-ITEM.
           IF FER-SITUACAO EQUAL 'P'
               AND FER-PROG-INI(1:6) EQUAL WRK-MES-FERIAS
               ADD 1 TO WRK-FERIAS-A-PAGAR
           END-IF.
           READ FERIAS AT END MOVE 1 TO FLAG-FERIAS.

       090-FERIAS-ITEM.
      **
      * Second pass: every line goes to the work file, the slices
      * of the month paid and updated on the way.
      **
           IF FER-SITUACAO EQUAL 'P'
               AND FER-PROG-INI(1:6) EQUAL WRK-MES-FERIAS
               PERFORM 091-PAGA-FERIAS
           END-IF.
           MOVE FERIAS-REG TO FERTEMP-REG.
           WRITE FERTEMP-REG.
           READ FERIAS AT END MOVE 1 TO FLAG-FERIAS.

       091-PAGA-FERIAS.
      **
      * One slice: the employee must still be on FUNCIONARIOS.DAT,
      * active, with a valid final salary and a bank account, or the
      * slice diverts to REJEITADOS.TXT and stays scheduled. The
      * pay is the final salary over 30 per day taken - doubled when
      * the slice starts after the periodo concessivo - plus one
      * third of it.
      **
           MOVE FER-NOME TO WRK-NAME.
           MOVE FER-NOME TO WRK-NOME-BUSCA.
           IF FER-MATRICULA NUMERIC
               MOVE FER-MATRICULA TO WRK-MATRIC-BUSCA
           ELSE
               MOVE ZEROS TO WRK-MATRIC-BUSCA
           END-IF.
           PERFORM 092-PROCURA-FUNCIONARIO.
           MOVE WRK-MATRICULA TO WRK-MATRIC-CONTA.
           PERFORM 062-PROCURA-CONTA.
           MOVE SPACES TO WRK-MOTIVO-REJ.
           EVALUATE TRUE
               WHEN WRK-FUNC-ACHADO NOT EQUAL 'S'
                   MOVE 'FUNCIONARIO NAO CADASTRADO' TO WRK-MOTIVO-REJ
               WHEN WRK-FUNC-SITUACAO EQUAL 'D'
                   MOVE 'FUNCIONARIO DESLIGADO' TO WRK-MOTIVO-REJ
               WHEN WRK-ULTIMSAL EQUAL ZEROS
                   MOVE 'SALARIO FINAL INVALIDO' TO WRK-MOTIVO-REJ
               WHEN WRK-CTA-ACHADA NOT EQUAL 'S'
                   MOVE 'SEM CONTA BANCARIA' TO WRK-MOTIVO-REJ
           END-EVALUATE.
           IF WRK-MOTIVO-REJ NOT EQUAL SPACES
               MOVE WRK-MOTIVO-REJ TO REJ-MOTIVO
               MOVE SPACES TO REJ-DADOS
               MOVE FER-NOME TO REJ-DADOS(1:30)
               MOVE WRK-EMPRESA TO REJ-DADOS(31:30)
               MOVE WRK-EMP-CODIGO TO REJ-DADOS(98:3)
               IF WRK-FUNC-ACHADO EQUAL 'S'
                   MOVE WRK-MATRICULA TO REJ-DADOS(101:6)
               ELSE
                   MOVE WRK-MATRIC-BUSCA TO REJ-DADOS(101:6)
               END-IF
               MOVE WRK-CPF TO REJ-DADOS(107:11)
               MOVE 'N' TO REJ-RESOLVIDO
               WRITE REJ-REG
               ADD 1 TO WRK-REJEITADOS
               DISPLAY 'REGISTRO REJEITADO (' WRK-MOTIVO-REJ '): '
                   FER-NOME
           ELSE
               MOVE FER-PROG-DIAS TO WRK-DIAS-FERIAS
               MOVE ZEROS TO WRK-PRIMSAL
               COMPUTE WRK-ULTIMSAL ROUNDED =
                   WRK-ULTIMSAL * WRK-DIAS-FERIAS / 30
               DISPLAY '############'
               MOVE WRK-DIAS-FERIAS TO WRK-MESES-ED
               DISPLAY 'FERIAS: ' WRK-NAME ' (' WRK-MESES-ED
                   ' DIA(S) A PARTIR DE ' FER-PROG-INI ')'
               IF FER-PROG-INI GREATER THAN FER-LIMITE
                   COMPUTE WRK-ULTIMSAL = WRK-ULTIMSAL * 2
                   DISPLAY 'FERIAS APOS O LIMITE CONCESSIVO - PAGAS '
                       'EM DOBRO.'
               END-IF
               COMPUTE WRK-TERCO-FERIAS ROUNDED = WRK-ULTIMSAL / 3
               COMPUTE WRK-SOMA = WRK-PRIMSAL + WRK-ULTIMSAL
               COMPUTE WRK-DIFERENCA = WRK-ULTIMSAL - WRK-PRIMSAL
               MOVE ZEROS TO WRK-PRODUTO
               MOVE ZEROS TO WRK-RAZAO
               COMPUTE WRK-RES = (WRK-PRIMSAL + WRK-ULTIMSAL) / 2
               PERFORM 006-CALCULA-LIQUIDO
               PERFORM 011-GRAVA-CONTRACHEQUE
               PERFORM 005-GRAVA-FOLHA
               PERFORM 018-DETALHE-REMESSA
               ADD WRK-DIAS-FERIAS TO FER-DIAS-GOZADOS
               IF WRK-DIAS-FERIAS LESS THAN FER-DIAS-SALDO
                   SUBTRACT WRK-DIAS-FERIAS FROM FER-DIAS-SALDO
                   MOVE 'A' TO FER-SITUACAO
               ELSE
                   MOVE ZEROS TO FER-DIAS-SALDO
                   MOVE 'Q' TO FER-SITUACAO
               END-IF
               MOVE ZEROS TO FER-PROG-INI
               MOVE ZEROS TO FER-PROG-DIAS
               MOVE WRK-COMPETENCIA TO FER-ULT-COMP
               ADD 1 TO WRK-FERIAS-PAGAS
           END-IF.

       092-PROCURA-FUNCIONARIO.
      **
      * Salary, empresa, standing, matricula and CPF of the
      * employee on the slice, straight from FUNCIONARIOS.DAT - by
      * the slice's matricula, by the name when it predates it.
      **
           MOVE 'N' TO WRK-FUNC-ACHADO.
           MOVE ZEROS TO WRK-MATRICULA.
           MOVE SPACES TO WRK-CPF.
           MOVE ZEROS TO WRK-ULTIMSAL.
           MOVE SPACES TO WRK-EMPRESA.
           MOVE SPACES TO WRK-EMP-CODIGO.
           MOVE SPACES TO WRK-FUNC-SITUACAO.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FUNC-STATUS EQUAL '00'
               MOVE 0 TO FLAG-FUNCIONARIOS
               READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS
               END-READ
               PERFORM 094-PROCURA-FUNC-ITEM
                   UNTIL FLAG-FUNCIONARIOS EQUAL TO 1
               CLOSE FUNCIONARIOS
           END-IF.

       093-DEVOLVE-FERIAS.
           OPEN INPUT FERTEMP.
           OPEN OUTPUT FERIAS.
           MOVE 0 TO FLAG-FERTEMP.
           READ FERTEMP AT END MOVE 1 TO FLAG-FERTEMP
           END-READ.
           PERFORM 095-DEVOLVE-FERIAS-ITEM
               UNTIL FLAG-FERTEMP EQUAL TO 1.
           CLOSE FERTEMP.
           CLOSE FERIAS.

       094-PROCURA-FUNC-ITEM.
           MOVE FUNC-NOME TO WRK-NOME-LINHA.
           IF FUNC-MATRICULA NUMERIC
               MOVE FUNC-MATRICULA TO WRK-MATRIC-LINHA
           ELSE
               MOVE ZEROS TO WRK-MATRIC-LINHA
           END-IF.
           PERFORM 222-MESMO-FUNCIONARIO.
           IF WRK-MESMO-FUNC EQUAL 'S'
               MOVE 'S' TO WRK-FUNC-ACHADO
               MOVE FUNC-NOME TO WRK-NAME
               MOVE FUNC-EMPRESA TO WRK-EMPRESA
               MOVE FUNC-EMP-CODIGO TO WRK-EMP-CODIGO
               PERFORM 107-RESOLVE-EMPRESA
               MOVE FUNC-SITUACAO TO WRK-FUNC-SITUACAO
               MOVE FUNC-MATRICULA TO WRK-MATRICULA
               MOVE FUNC-CPF TO WRK-CPF
               IF FUNC-ULTIMSAL NUMERIC
                   MOVE FUNC-ULTIMSAL TO WRK-ULTIMSAL
               END-IF
               MOVE 1 TO FLAG-FUNCIONARIOS
           ELSE
               READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS
               END-READ
           END-IF.

       095-DEVOLVE-FERIAS-ITEM.
           MOVE FERTEMP-REG TO FERIAS-REG.
           WRITE FERIAS-REG.
           READ FERTEMP AT END MOVE 1 TO FLAG-FERTEMP.

       096-INICIA-RESCISOES.
      **
      * Empties RESCPAGA.TMP at the start of the run. The
      * settlements themselves are read from RESCISOES.TXT for each
      * employee; with the file missing no employee has one and
      * the lote runs as before.
      **
           OPEN OUTPUT RESCPAGA.
           CLOSE RESCPAGA.

       097-VERIFICA-PAGA-LOTE.
      **
      * RSA-PAGA-LOTE 'S' when the employee in WRK-MATRIC-BUSCA /
      * WRK-NOME-BUSCA is on RESCPAGA.TMP - settlement already paid
      * by this run.
      **
           MOVE 'N' TO RSA-PAGA-LOTE.
           OPEN INPUT RESCPAGA.
           IF WS-RESCPAGA-STATUS EQUAL '00'
               MOVE 0 TO FLAG-RESCPAGA
               READ RESCPAGA AT END MOVE 1 TO FLAG-RESCPAGA
               END-READ
               PERFORM 113-PAGA-LOTE-ITEM
                   UNTIL FLAG-RESCPAGA EQUAL TO 1
               CLOSE RESCPAGA
           END-IF.

       098-PROCURA-RESCISAO.
      **
      * The first RESCISOES.TXT line of the employee in
      * WRK-MATRIC-BUSCA / WRK-NOME-BUSCA goes to WRK-RESC-ACHADA.
      **
           MOVE 'N' TO WRK-RESC-ACHADA-SW.
           OPEN INPUT RESCISOES.
           IF WS-RESC-STATUS EQUAL '00'
               MOVE 0 TO FLAG-RESCISOES
               READ RESCISOES AT END MOVE 1 TO FLAG-RESCISOES
               END-READ
               PERFORM 103-PROCURA-RESC-ITEM
                   UNTIL FLAG-RESCISOES EQUAL TO 1
               CLOSE RESCISOES
           END-IF.
           IF WRK-RESC-ACHADA-SW EQUAL 'S'
               PERFORM 097-VERIFICA-PAGA-LOTE
           END-IF.

       099-PAGA-RESCISAO.
      **
      * The settlement takes the place of the month's payroll: the
      * saldo de salario stands as the salary, every other verba
      * is a provento line and the bracket deduction PROG037
      * applied is a desconto line, so the payslip page adds up to
      * the net of the TRCT, which is what the remittance credits.
      * The FOLHA record is stamped RESCISAO in the bracket field.
      **
           DISPLAY '############'.
           DISPLAY 'RESCISAO: ' WRK-NAME ' - DEMISSAO EM '
               RSA-DEMISSAO.
           MOVE ZEROS TO WRK-PRIMSAL.
           MOVE RSA-SALDO-SALARIO TO WRK-ULTIMSAL.
           COMPUTE WRK-SOMA = WRK-PRIMSAL + WRK-ULTIMSAL.
           COMPUTE WRK-DIFERENCA = WRK-ULTIMSAL - WRK-PRIMSAL.
           MOVE ZEROS TO WRK-PRODUTO.
           MOVE ZEROS TO WRK-RAZAO.
           COMPUTE WRK-RES = (WRK-PRIMSAL + WRK-ULTIMSAL) / 2.
           MOVE ZEROS TO WRK-DESCONTO.
           MOVE ZEROS TO WRK-FAIXAS-USADAS.
           MOVE 'RESCISAO' TO WRK-FAIXA-APLICADA.
           MOVE ZEROS TO QTD-LANC-FUNC.
           MOVE ZEROS TO WRK-PROVENTOS.
           MOVE 'AVISO PREVIO' TO WRK-DESCRICAO-RESC.
           MOVE RSA-AVISO TO WRK-VALOR-EVENTO.
           PERFORM 104-VERBA-RESCISAO.
           MOVE 'FERIAS VENCIDAS' TO WRK-DESCRICAO-RESC.
           MOVE RSA-FERIAS-VENC TO WRK-VALOR-EVENTO.
           PERFORM 104-VERBA-RESCISAO.
           MOVE 'FERIAS PROPORCIONAIS' TO WRK-DESCRICAO-RESC.
           MOVE RSA-FERIAS-PROP TO WRK-VALOR-EVENTO.
           PERFORM 104-VERBA-RESCISAO.
           MOVE '1/3 CONSTITUCIONAL' TO WRK-DESCRICAO-RESC.
           MOVE RSA-TERCO-FERIAS TO WRK-VALOR-EVENTO.
           PERFORM 104-VERBA-RESCISAO.
           MOVE '13O PROPORCIONAL' TO WRK-DESCRICAO-RESC.
           MOVE RSA-DECIMO TO WRK-VALOR-EVENTO.
           PERFORM 104-VERBA-RESCISAO.
           MOVE RSA-DESCONTOS TO WRK-DESC-EVENTOS.
           IF WRK-DESC-EVENTOS GREATER THAN ZEROS
               ADD 1 TO QTD-LANC-FUNC
               MOVE 'FAIXAS RESCISAO' TO LF-DESCRICAO(QTD-LANC-FUNC)
               MOVE 'D' TO LF-TIPO(QTD-LANC-FUNC)
               MOVE ZEROS TO LF-HORAS(QTD-LANC-FUNC)
               MOVE WRK-DESC-EVENTOS TO LF-VALOR(QTD-LANC-FUNC)
           END-IF.
           MOVE RSA-LIQUIDO TO WRK-LIQUIDO.
           COMPUTE WRK-BRUTO-FOLHA = WRK-ULTIMSAL + WRK-PROVENTOS.
           MOVE ZEROS TO WRK-DESC-IMPOSTO.
           MOVE ZEROS TO WRK-DESC-BENEF.
           MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED.
           DISPLAY 'LIQUIDO DA RESCISAO: R$' WRK-LIQUIDO-ED.
           IF WRK-APLICA-CONSIG EQUAL 'S'
               PERFORM 158-CONSIG-RESCISAO
           END-IF.
           IF WRK-PREVIA-SW EQUAL 'S'
               PERFORM 176-DETALHE-PREVIA
           ELSE
               MOVE 'TERMO DE RESCISAO' TO WRK-TITULO-CONTRA
               PERFORM 011-GRAVA-CONTRACHEQUE
               MOVE 'CONTRACHEQUE' TO WRK-TITULO-CONTRA
               PERFORM 005-GRAVA-FOLHA
           END-IF.
           MOVE 'S' TO RSA-PAGA-LOTE.
           MOVE WRK-MATRICULA TO RPG-MATRICULA.
           MOVE WRK-NAME TO RPG-NOME.
           OPEN EXTEND RESCPAGA.
           WRITE RESCPAGA-REG.
           CLOSE RESCPAGA.
           ADD 1 TO WRK-RESCISOES-PAGAS.

       100-ATUALIZA-RESCISOES.
      **
      * Rewrites RESCISOES.TXT through RESCTEMP.TMP with every
      * settlement paid in this lote marked 'P' and stamped with
      * the lote's competencia.
      **
           OPEN INPUT RESCISOES.
           OPEN OUTPUT RESCTEMP.
           MOVE 0 TO FLAG-RESCISOES.
           READ RESCISOES AT END MOVE 1 TO FLAG-RESCISOES
           END-READ.
           PERFORM 101-ATUALIZA-RESC-ITEM
               UNTIL FLAG-RESCISOES EQUAL TO 1.
           CLOSE RESCISOES.
           CLOSE RESCTEMP.
           OPEN INPUT RESCTEMP.
           OPEN OUTPUT RESCISOES.
           MOVE 0 TO FLAG-RESCTEMP.
           READ RESCTEMP AT END MOVE 1 TO FLAG-RESCTEMP
           END-READ.
           PERFORM 102-DEVOLVE-RESC-ITEM
               UNTIL FLAG-RESCTEMP EQUAL TO 1.
           CLOSE RESCTEMP.
           CLOSE RESCISOES.

       101-ATUALIZA-RESC-ITEM.
           IF RESC-SITUACAO EQUAL 'C'
               MOVE RESC-NOME TO WRK-NOME-BUSCA
               IF RESC-MATRICULA NUMERIC
                   MOVE RESC-MATRICULA TO WRK-MATRIC-BUSCA
               ELSE
                   MOVE ZEROS TO WRK-MATRIC-BUSCA
               END-IF
               PERFORM 097-VERIFICA-PAGA-LOTE
               IF RSA-PAGA-LOTE EQUAL 'S'
                   MOVE 'P' TO RESC-SITUACAO
                   MOVE WRK-COMPETENCIA TO RESC-COMP-PAGA
               END-IF
           END-IF.
           MOVE RESCISAO-REG TO RESCTEMP-REG.
           WRITE RESCTEMP-REG.
           READ RESCISOES AT END MOVE 1 TO FLAG-RESCISOES.

       102-DEVOLVE-RESC-ITEM.
           MOVE RESCTEMP-REG TO RESCISAO-REG.
           WRITE RESCISAO-REG.
           READ RESCTEMP AT END MOVE 1 TO FLAG-RESCTEMP.

       103-PROCURA-RESC-ITEM.
           MOVE RESC-NOME TO WRK-NOME-LINHA.
           IF RESC-MATRICULA NUMERIC
               MOVE RESC-MATRICULA TO WRK-MATRIC-LINHA
           ELSE
               MOVE ZEROS TO WRK-MATRIC-LINHA
           END-IF.
           PERFORM 222-MESMO-FUNCIONARIO.
           IF WRK-MESMO-FUNC EQUAL 'S'
               MOVE 'S' TO WRK-RESC-ACHADA-SW
               MOVE RESC-DEMISSAO TO RSA-DEMISSAO
               MOVE RESC-COMPETENCIA TO RSA-COMPETENCIA
               MOVE RESC-SITUACAO TO RSA-SITUACAO
               MOVE RESC-SALDO-SALARIO TO RSA-SALDO-SALARIO
               MOVE RESC-AVISO TO RSA-AVISO
               MOVE RESC-FERIAS-VENC TO RSA-FERIAS-VENC
               MOVE RESC-FERIAS-PROP TO RSA-FERIAS-PROP
               MOVE RESC-TERCO-FERIAS TO RSA-TERCO-FERIAS
               MOVE RESC-DECIMO TO RSA-DECIMO
               MOVE RESC-DESCONTOS TO RSA-DESCONTOS
               MOVE RESC-LIQUIDO TO RSA-LIQUIDO
               MOVE 'N' TO RSA-PAGA-LOTE
               MOVE 1 TO FLAG-RESCISOES
           ELSE
               READ RESCISOES AT END MOVE 1 TO FLAG-RESCISOES
               END-READ
           END-IF.

       104-VERBA-RESCISAO.
           IF WRK-VALOR-EVENTO GREATER THAN ZEROS
               ADD 1 TO QTD-LANC-FUNC
               MOVE WRK-DESCRICAO-RESC TO LF-DESCRICAO(QTD-LANC-FUNC)
               MOVE 'P' TO LF-TIPO(QTD-LANC-FUNC)
               MOVE ZEROS TO LF-HORAS(QTD-LANC-FUNC)
               MOVE WRK-VALOR-EVENTO TO LF-VALOR(QTD-LANC-FUNC)
               ADD WRK-VALOR-EVENTO TO WRK-PROVENTOS
           END-IF.

       105-CARREGA-EMPRESAS.
      **
      * Loads the PROG039 company master once per run; with the
      * file missing the table stays empty and the run resolves
      * nothing - the empresa goes out as typed, as it always did.
      **
           MOVE ZEROS TO QTD-EMPRESAS.
           OPEN INPUT EMPRESAS.
           IF WS-EMPRESAS-STATUS NOT EQUAL '00'
               DISPLAY 'AVISO: EMPRESAS.TXT NAO ENCONTRADO - EMPRESA '
                   'SEM CODIGO E REMESSA SEM PAGADORA.'
           ELSE
               MOVE 0 TO FLAG-EMPRESAS
               READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS
               END-READ
               PERFORM 106-CARREGA-EMPRESA-ITEM
                   UNTIL FLAG-EMPRESAS EQUAL TO 1
               CLOSE EMPRESAS
           END-IF.

       106-CARREGA-EMPRESA-ITEM.
           IF QTD-EMPRESAS LESS THAN 100
               ADD 1 TO QTD-EMPRESAS
               MOVE EMP-CODIGO TO TABEMP-CODIGO(QTD-EMPRESAS)
               MOVE EMP-RAZAO-SOCIAL
                   TO TABEMP-RAZAO-SOCIAL(QTD-EMPRESAS)
               MOVE EMP-CNPJ TO TABEMP-CNPJ(QTD-EMPRESAS)
               MOVE EMP-BANCO TO TABEMP-BANCO(QTD-EMPRESAS)
               MOVE EMP-AGENCIA TO TABEMP-AGENCIA(QTD-EMPRESAS)
               MOVE EMP-CONTA TO TABEMP-CONTA(QTD-EMPRESAS)
               MOVE EMP-SITUACAO TO TABEMP-SITUACAO(QTD-EMPRESAS)
               MOVE EMP-ENDERECO TO TABEMP-ENDERECO(QTD-EMPRESAS)
               MOVE EMP-CIDADE TO TABEMP-CIDADE(QTD-EMPRESAS)
               MOVE EMP-UF TO TABEMP-UF(QTD-EMPRESAS)
               MOVE EMP-CEP TO TABEMP-CEP(QTD-EMPRESAS)
           ELSE
               IF FLAG-LIMITE-EMPRESAS EQUAL 0
                   DISPLAY 'AVISO: EMPRESAS.TXT LIMITADO A 100 '
                       'EMPRESAS, RESTANTE IGNORADO.'
                   MOVE 1 TO FLAG-LIMITE-EMPRESAS
               END-IF
           END-IF.
           READ EMPRESAS AT END MOVE 1 TO FLAG-EMPRESAS.

       107-RESOLVE-EMPRESA.
      **
      * Resolves WRK-EMP-CODIGO / WRK-EMPRESA against the master:
      * by code when there is one, by the razao social otherwise
      * (records written before the code existed). Found, both
      * leave with the code and the official razao social, so every
      * spelling of a company groups under one code; not found,
      * IDX-EMP-ACHADO stays zero and both are left as they came.
      **
           MOVE ZEROS TO IDX-EMP-ACHADO.
           IF WRK-EMP-CODIGO NOT EQUAL SPACES
               PERFORM 108-PROCURA-EMP-CODIGO
                   VARYING IDX-EMPRESA FROM 1 BY 1
                   UNTIL IDX-EMPRESA GREATER THAN QTD-EMPRESAS
           ELSE
               PERFORM 109-PROCURA-EMP-RAZAO
                   VARYING IDX-EMPRESA FROM 1 BY 1
                   UNTIL IDX-EMPRESA GREATER THAN QTD-EMPRESAS
           END-IF.
           IF IDX-EMP-ACHADO GREATER THAN ZEROS
               MOVE TABEMP-CODIGO(IDX-EMP-ACHADO) TO WRK-EMP-CODIGO
               MOVE TABEMP-RAZAO-SOCIAL(IDX-EMP-ACHADO) TO WRK-EMPRESA
           END-IF.

       108-PROCURA-EMP-CODIGO.
           IF TABEMP-CODIGO(IDX-EMPRESA) EQUAL WRK-EMP-CODIGO
               MOVE IDX-EMPRESA TO IDX-EMP-ACHADO
           END-IF.

       109-PROCURA-EMP-RAZAO.
           IF TABEMP-RAZAO-SOCIAL(IDX-EMPRESA) EQUAL WRK-EMPRESA
               MOVE IDX-EMPRESA TO IDX-EMP-ACHADO
           END-IF.

       110-DEFINE-PAGADORA.
      **
      * Asks which registered company pays this remittance; blank
      * (or a code not on file) takes the first active company of
      * the master, so an unattended PROG002.PRM without the answer
      * still produces a complete header.
      **
           MOVE ZEROS TO IDX-EMP-PAGADORA.
           IF QTD-EMPRESAS GREATER THAN ZEROS
               DISPLAY 'EMPRESA PAGADORA DA REMESSA (CODIGO, BRANCO '
                   '= PRIMEIRA ATIVA): '
               PERFORM 031-OBTEM-RESPOSTA
               MOVE WRK-RESPOSTA(1:3) TO WRK-EMP-PAGADORA
               IF WRK-EMP-PAGADORA NOT EQUAL SPACES
                   PERFORM 111-PROCURA-PAGADORA
                       VARYING IDX-EMPRESA FROM 1 BY 1
                       UNTIL IDX-EMPRESA GREATER THAN QTD-EMPRESAS
                   IF IDX-EMP-PAGADORA EQUAL ZEROS
                       DISPLAY 'AVISO: EMPRESA ' WRK-EMP-PAGADORA
                           ' NAO CADASTRADA - USANDO A PRIMEIRA '
                           'ATIVA.'
                   END-IF
               END-IF
               IF IDX-EMP-PAGADORA EQUAL ZEROS
                   PERFORM 112-PRIMEIRA-ATIVA
                       VARYING IDX-EMPRESA FROM QTD-EMPRESAS BY -1
                       UNTIL IDX-EMPRESA LESS THAN 1
               END-IF
               IF IDX-EMP-PAGADORA GREATER THAN ZEROS
                   DISPLAY 'EMPRESA PAGADORA: '
                       TABEMP-CODIGO(IDX-EMP-PAGADORA) ' '
                       TABEMP-RAZAO-SOCIAL(IDX-EMP-PAGADORA)
               END-IF
           END-IF.

       111-PROCURA-PAGADORA.
           IF TABEMP-CODIGO(IDX-EMPRESA) EQUAL WRK-EMP-PAGADORA
               MOVE IDX-EMPRESA TO IDX-EMP-PAGADORA
           END-IF.

       112-PRIMEIRA-ATIVA.
           IF TABEMP-SITUACAO(IDX-EMPRESA) NOT EQUAL 'I'
               MOVE IDX-EMPRESA TO IDX-EMP-PAGADORA
           END-IF.

       113-PAGA-LOTE-ITEM.
           MOVE RPG-NOME TO WRK-NOME-LINHA.
           MOVE RPG-MATRICULA TO WRK-MATRIC-LINHA.
           PERFORM 222-MESMO-FUNCIONARIO.
           IF WRK-MESMO-FUNC EQUAL 'S'
               MOVE 'S' TO RSA-PAGA-LOTE
               MOVE 1 TO FLAG-RESCPAGA
           ELSE
               READ RESCPAGA AT END MOVE 1 TO FLAG-RESCPAGA
               END-READ
           END-IF.

       120-EXPORTA-CONTABIL.
      **
      * Accounting export of a closed competencia: the month's FOLHA
      * records (the month plus the ferias paid in it) are summed
      * per company into the rubricas of CONTABIL.TXT - gross salary
      * expense, the bracket deduction split into tax and benefits,
      * the event descontos, net salaries payable and the employer
      * charges at the guide rates - and proved: debits must equal
      * credits, and every rubrica with a value must have an
      * account, for every company. Only then LANCCONT.TXT gets the
      * entries; otherwise the divergence is shown and nothing is
      * released. Once exported, the competencia exports again only
      * after a supervisor reabertura (mode 6).
      **
           IF WRK-COMPETENCIA(5:2) GREATER THAN '20'
               DISPLAY 'FERIAS ENTRAM NA EXPORTACAO CONTABIL DO MES '
                   'DE PAGAMENTO - NADA EXPORTADO PARA '
                   WRK-COMPETENCIA '.'
           ELSE
               PERFORM 121-VERIFICA-EXPORTACAO
               IF WRK-CTB-EXPORTADA EQUAL 'S'
                   DISPLAY 'EXPORTACAO CONTABIL DA COMPETENCIA '
                       WRK-COMPETENCIA ' JA GERADA - NOVA EXPORTACAO '
                       'SO APOS REABERTURA DE SUPERVISOR (MODO 6).'
               ELSE
                   PERFORM 105-CARREGA-EMPRESAS
                   PERFORM 124-CARREGA-CONTABIL
                   PERFORM 126-CARREGA-ALIQUOTAS
                   PERFORM 128-CARREGA-FOLHA-CTB
                   IF QTD-CTB-FUNC EQUAL ZEROS
                       DISPLAY 'NENHUM REGISTRO DE FOLHA NA '
                           'COMPETENCIA - EXPORTACAO CONTABIL NAO '
                           'GERADA.'
                   ELSE
                       MOVE 'S' TO WRK-CTB-BALANCEADA
                       MOVE 'N' TO WRK-CTB-GRAVAR
                       DISPLAY '############'
                       DISPLAY 'PROVA DA EXPORTACAO CONTABIL - '
                           'COMPETENCIA ' WRK-COMPETENCIA
                       PERFORM 137-PROVA-EMPRESA
                           VARYING IDX-CTB-EMP FROM 1 BY 1
                           UNTIL IDX-CTB-EMP GREATER THAN QTD-CTB-EMP
                       IF WRK-CTB-EXCEDEU EQUAL 'S'
                           DISPLAY 'MAIS DE 100 EMPRESAS NA FOLHA - '
                               'EXPORTACAO CONTABIL EXCEDIDA.'
                           MOVE 'N' TO WRK-CTB-BALANCEADA
                       END-IF
                       IF WRK-CTB-BALANCEADA EQUAL 'S'
                           PERFORM 141-GRAVA-LANCCONT
                       ELSE
                           DISPLAY 'EXPORTACAO CONTABIL RETIDA - '
                               'CORRIJA CONTABIL.TXT (PROG042) OU A '
                               'FOLHA E PECA O FECHAMENTO DE NOVO.'
                       END-IF
                   END-IF
               END-IF
           END-IF.

       121-VERIFICA-EXPORTACAO.
      **
      * The closing cycle of the competencia is the number of
      * reaberturas it has in COMPCTL.TXT; an export already logged
      * in RUNCTL.TXT for this competencia and cycle blocks another.
      **
           MOVE ZEROS TO WRK-CTB-CICLO.
           MOVE 'N' TO WRK-CTB-EXPORTADA.
           OPEN INPUT COMPCTL.
           IF WS-COMPCTL-STATUS EQUAL '00'
               MOVE 0 TO FLAG-COMPCTL
               READ COMPCTL AT END MOVE 1 TO FLAG-COMPCTL
               END-READ
               PERFORM 122-CONTA-REABERTURA
                   UNTIL FLAG-COMPCTL EQUAL TO 1
               CLOSE COMPCTL
           END-IF.
           OPEN INPUT RUNCTL.
           IF WS-RUNCTL-STATUS EQUAL '00'
               MOVE 0 TO FLAG-RUNCTL
               READ RUNCTL AT END MOVE 1 TO FLAG-RUNCTL
               END-READ
               PERFORM 123-VERIFICA-LANCCONT-ITEM
                   UNTIL FLAG-RUNCTL EQUAL TO 1
               CLOSE RUNCTL
           END-IF.
           COMPUTE WRK-CTB-EXPORTACAO = WRK-CTB-CICLO + 1.

       122-CONTA-REABERTURA.
           IF CTL-COMPETENCIA EQUAL WRK-COMPETENCIA
               AND CTL-SITUACAO EQUAL 'A'
               ADD 1 TO WRK-CTB-CICLO
           END-IF.
           READ COMPCTL AT END MOVE 1 TO FLAG-COMPCTL.

       123-VERIFICA-LANCCONT-ITEM.
           IF RC-PROGRAMA EQUAL 'LANCCONT'
               AND RC-PERIODO(1:6) EQUAL WRK-COMPETENCIA
               AND RC-PERIODO(7:2) EQUAL WRK-CTB-CICLO
               MOVE 'S' TO WRK-CTB-EXPORTADA
           END-IF.
           READ RUNCTL AT END MOVE 1 TO FLAG-RUNCTL.

       124-CARREGA-CONTABIL.
      **
      * The account mapping; with the file missing the table stays
      * empty and the proof holds the export back for every rubrica.
      **
           MOVE ZEROS TO QTD-CONTABIL.
           OPEN INPUT CONTABIL.
           IF WS-CONTABIL-STATUS NOT EQUAL '00'
               DISPLAY 'AVISO: CONTABIL.TXT NAO ENCONTRADO - CADASTRE '
                   'O MAPA DE CONTAS NO PROG042.'
           ELSE
               MOVE 0 TO FLAG-CONTABIL
               READ CONTABIL AT END MOVE 1 TO FLAG-CONTABIL
               END-READ
               PERFORM 125-CARREGA-CONTABIL-ITEM
                   UNTIL FLAG-CONTABIL EQUAL TO 1
               CLOSE CONTABIL
           END-IF.

       125-CARREGA-CONTABIL-ITEM.
           IF QTD-CONTABIL LESS THAN 200
               ADD 1 TO QTD-CONTABIL
               MOVE CTB-RUBRICA TO TABCTB-RUBRICA(QTD-CONTABIL)
               MOVE CTB-EMP-CODIGO TO TABCTB-EMP-CODIGO(QTD-CONTABIL)
               MOVE CTB-CONTA TO TABCTB-CONTA(QTD-CONTABIL)
           ELSE
               IF FLAG-LIMITE-CONTABIL EQUAL 0
                   DISPLAY 'AVISO: CONTABIL.TXT LIMITADO A 200 '
                       'LINHAS, RESTANTE IGNORADO.'
                   MOVE 1 TO FLAG-LIMITE-CONTABIL
               END-IF
           END-IF.
           READ CONTABIL AT END MOVE 1 TO FLAG-CONTABIL.

       126-CARREGA-ALIQUOTAS.
      **
      * Rows of ALIQUOTAS.TXT in force in the competencia, global
      * and per company, read the way PROG038 reads them; the 13th
      * (AAAA13) takes the rows in force in December.
      **
           MOVE ZEROS TO QTD-ALIQUOTAS.
           MOVE WRK-COMPETENCIA TO WRK-COMP-FAIXAS.
           IF WRK-COMPETENCIA(5:2) EQUAL '13'
               MOVE '12' TO WRK-COMP-FAIXAS(5:2)
           END-IF.
           OPEN INPUT ALIQUOTAS.
           IF WS-ALIQ-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ALIQUOTAS
               READ ALIQUOTAS AT END MOVE 1 TO FLAG-ALIQUOTAS
               END-READ
               PERFORM 127-CARREGA-ALIQ-ITEM
                   UNTIL FLAG-ALIQUOTAS EQUAL TO 1
               CLOSE ALIQUOTAS
           ELSE
               DISPLAY 'ALIQUOTAS.TXT AUSENTE - USANDO ALIQUOTAS DE '
                   'REFERENCIA.'
           END-IF.

       127-CARREGA-ALIQ-ITEM.
           IF (ALIQ-VIG-INI NOT NUMERIC
               OR ALIQ-VIG-INI NOT GREATER THAN WRK-COMP-FAIXAS)
               AND (ALIQ-VIG-FIM NOT NUMERIC
               OR ALIQ-VIG-FIM NOT LESS THAN WRK-COMP-FAIXAS)
               AND ALIQ-PCT-FGTS NUMERIC
               AND ALIQ-PCT-INSS NUMERIC
               AND ALIQ-PCT-TERCEIROS NUMERIC
               IF QTD-ALIQUOTAS LESS THAN 50
                   ADD 1 TO QTD-ALIQUOTAS
                   MOVE ALIQ-EMPRESA TO TABALQ-EMPRESA(QTD-ALIQUOTAS)
                   MOVE ALIQ-PCT-FGTS TO TABALQ-FGTS(QTD-ALIQUOTAS)
                   MOVE ALIQ-PCT-INSS TO TABALQ-INSS(QTD-ALIQUOTAS)
                   MOVE ALIQ-PCT-TERCEIROS
                       TO TABALQ-TERCEIROS(QTD-ALIQUOTAS)
               ELSE
                   IF FLAG-LIMITE-ALIQ EQUAL 0
                       DISPLAY 'AVISO: MAIS DE 50 LINHAS VIGENTES EM '
                           'ALIQUOTAS.TXT - EXCEDENTE IGNORADO.'
                       MOVE 1 TO FLAG-LIMITE-ALIQ
                   END-IF
               END-IF
           END-IF.
           READ ALIQUOTAS AT END MOVE 1 TO FLAG-ALIQUOTAS.

       128-CARREGA-FOLHA-CTB.
      **
      * The month's records go through the sort by employee and
      * competencia; the archive is released before the live file,
      * so when the same employee and competencia turn up in both
      * the live record - the later one - is the one kept. The
      * company totals (headcount, gross, net and the rubricas) are
      * complete when the sort ends.
      **
           MOVE ZEROS TO QTD-CTB-FUNC.
           MOVE ZEROS TO QTD-CTB-EMP.
           MOVE 'N' TO WRK-CTB-EXCEDEU.
           MOVE SPACES TO WRK-COMP-FERIAS-CTB.
           IF WRK-COMPETENCIA(5:2) NOT EQUAL '13'
               MOVE WRK-COMPETENCIA TO WRK-COMP-FERIAS-CTB
               MOVE WRK-COMPETENCIA(5:2) TO WRK-MES-FER-NUM
               ADD 20 TO WRK-MES-FER-NUM
               MOVE WRK-MES-FER-NUM TO WRK-COMP-FERIAS-CTB(5:2)
           END-IF.
           SORT SORT-CTB
               ON ASCENDING KEY SRT-CTB-GRUPO
               ON ASCENDING KEY SRT-CTB-COMPETENCIA
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 230-SEPARA-FOLHA-CTB
               OUTPUT PROCEDURE IS 134-APURA-FOLHA-CTB.

       129-FOLHAARQ-CTB-ITEM.
           MOVE FOLHAARQ-REG TO FOLHA-REG.
           PERFORM 131-GUARDA-CTB-FUNC.
           READ FOLHAARQ AT END MOVE 1 TO FLAG-FOLHA-CTB.

       130-FOLHA-CTB-ITEM.
           PERFORM 131-GUARDA-CTB-FUNC.
           READ FOLHA AT END MOVE 1 TO FLAG-FOLHA-CTB.

       131-GUARDA-CTB-FUNC.
      **
      * A record of the competencia (or of its ferias marker) goes
      * to the sort under the company it resolves to on the master
      * and its employee: the matricula, or the name on lines
      * written before it.
      **
           IF FOLHA-COMPETENCIA EQUAL WRK-COMPETENCIA
               OR (FOLHA-COMPETENCIA EQUAL WRK-COMP-FERIAS-CTB
               AND WRK-COMP-FERIAS-CTB NOT EQUAL SPACES)
               MOVE FOLHA-EMP-CODIGO TO WRK-EMP-CODIGO
               MOVE FOLHA-EMPRESA TO WRK-EMPRESA
               PERFORM 107-RESOLVE-EMPRESA
               PERFORM 132-PROCURA-CTB-EMP
               IF IDX-CE-ACHADO GREATER THAN ZEROS
                   PERFORM 133-VALORES-CTB-FUNC
                   ADD 1 TO QTD-CTB-FUNC
                   RELEASE SRT-CTB-REG
               END-IF
           END-IF.

       132-PROCURA-CTB-EMP.
           MOVE ZEROS TO IDX-CE-ACHADO.
           PERFORM 136-PROCURA-CTB-EMP-ITEM
               VARYING IDX-CTB-EMP FROM 1 BY 1
               UNTIL IDX-CTB-EMP GREATER THAN QTD-CTB-EMP.
           IF IDX-CE-ACHADO EQUAL ZEROS
               IF QTD-CTB-EMP LESS THAN 100
                   ADD 1 TO QTD-CTB-EMP
                   MOVE QTD-CTB-EMP TO IDX-CE-ACHADO
                   MOVE ZEROS TO CE-FUNC(IDX-CE-ACHADO)
                   MOVE ZEROS TO CE-SALARIOS(IDX-CE-ACHADO)
                   MOVE ZEROS TO CE-IMPOSTO(IDX-CE-ACHADO)
                   MOVE ZEROS TO CE-BENEF(IDX-CE-ACHADO)
                   MOVE ZEROS TO CE-DESCONTOS(IDX-CE-ACHADO)
                   MOVE ZEROS TO CE-LIQUIDO(IDX-CE-ACHADO)
                   MOVE ZEROS TO CE-FGTS(IDX-CE-ACHADO)
                   MOVE ZEROS TO CE-INSS(IDX-CE-ACHADO)
                   MOVE ZEROS TO CE-TERC(IDX-CE-ACHADO)
                   MOVE WRK-EMP-CODIGO TO CE-EMP-CODIGO(IDX-CE-ACHADO)
                   MOVE WRK-EMPRESA TO CE-EMPRESA(IDX-CE-ACHADO)
                   MOVE SPACES TO CE-CNPJ(IDX-CE-ACHADO)
                   IF IDX-EMP-ACHADO GREATER THAN ZEROS
                       MOVE TABEMP-CNPJ(IDX-EMP-ACHADO)
                           TO CE-CNPJ(IDX-CE-ACHADO)
                   END-IF
                   MOVE 'N' TO CE-SEM-CONTA(IDX-CE-ACHADO)
               ELSE
                   MOVE 'S' TO WRK-CTB-EXCEDEU
               END-IF
           END-IF.

       133-VALORES-CTB-FUNC.
      **
      * Figures of one record: gross, tax and benefit parts of the
      * bracket deduction, event descontos and net. Records written
      * before the split existed rebuild the gross from the salary
      * and proventos, and book the whole remaining deduction as
      * tax. When the events wiped the net out (liquido zerado),
      * only the part actually withheld is booked as descontos.
      **
           IF FOLHA-DESCONTOS NUMERIC
               MOVE FOLHA-DESCONTOS TO WRK-CTB-DESCONTOS
           ELSE
               MOVE ZEROS TO WRK-CTB-DESCONTOS
           END-IF.
           IF FOLHA-BRUTO NUMERIC
               AND FOLHA-DESC-IMPOSTO NUMERIC
               AND FOLHA-DESC-BENEF NUMERIC
               MOVE FOLHA-BRUTO TO WRK-CTB-BRUTO
               MOVE FOLHA-DESC-IMPOSTO TO WRK-CTB-IMPOSTO
               MOVE FOLHA-DESC-BENEF TO WRK-CTB-BENEF
           ELSE
               COMPUTE WRK-CTB-BRUTO =
                   (FOLHA-SOMA + FOLHA-DIFERENCA) / 2
               IF FOLHA-PROVENTOS NUMERIC
                   ADD FOLHA-PROVENTOS TO WRK-CTB-BRUTO
               END-IF
               MOVE ZEROS TO WRK-CTB-BENEF
               COMPUTE WRK-CTB-SALDO = WRK-CTB-BRUTO
                   - FOLHA-LIQUIDO - WRK-CTB-DESCONTOS
               IF WRK-CTB-SALDO GREATER THAN ZEROS
                   MOVE WRK-CTB-SALDO TO WRK-CTB-IMPOSTO
               ELSE
                   MOVE ZEROS TO WRK-CTB-IMPOSTO
               END-IF
           END-IF.
           IF FOLHA-LIQUIDO EQUAL ZEROS
               COMPUTE WRK-CTB-SALDO = WRK-CTB-BRUTO
                   - WRK-CTB-IMPOSTO - WRK-CTB-BENEF
               IF WRK-CTB-SALDO LESS THAN WRK-CTB-DESCONTOS
                   AND WRK-CTB-SALDO NOT LESS THAN ZEROS
                   MOVE WRK-CTB-SALDO TO WRK-CTB-DESCONTOS
               END-IF
           END-IF.
           MOVE SPACES TO SRT-CTB-CHAVE.
           IF FOLHA-MATRICULA NUMERIC
               AND FOLHA-MATRICULA GREATER THAN ZEROS
               MOVE '1' TO SRT-CTB-TIPO
               MOVE FOLHA-MATRICULA TO SRT-CTB-CHAVE(1:6)
           ELSE
               MOVE '0' TO SRT-CTB-TIPO
               MOVE FOLHA-NOME TO SRT-CTB-CHAVE
           END-IF.
           MOVE FOLHA-COMPETENCIA TO SRT-CTB-COMPETENCIA.
           MOVE IDX-CE-ACHADO TO SRT-CTB-EMP-IDX.
           MOVE WRK-CTB-BRUTO TO SRT-CTB-BRUTO.
           MOVE WRK-CTB-IMPOSTO TO SRT-CTB-IMPOSTO.
           MOVE WRK-CTB-BENEF TO SRT-CTB-BENEF.
           MOVE WRK-CTB-DESCONTOS TO SRT-CTB-DESCONTOS.
           MOVE FOLHA-LIQUIDO TO SRT-CTB-LIQUIDO.

       134-APURA-FOLHA-CTB.
      **
      * Output of the sort: each employee is summed into its
      * company at the control break.
      **
           MOVE HIGH-VALUES TO WRK-CTB-GRUPO.
           MOVE 0 TO FLAG-SORT-CTB.
           RETURN SORT-CTB AT END MOVE 1 TO FLAG-SORT-CTB
           END-RETURN.
           PERFORM 135-APURA-CTB-ITEM
               UNTIL FLAG-SORT-CTB EQUAL TO 1.
           IF WRK-CTB-GRUPO NOT EQUAL HIGH-VALUES
               PERFORM 138-SOMA-CTB-FUNC
                   VARYING IDX-CTB-FUNC FROM 1 BY 1
                   UNTIL IDX-CTB-FUNC GREATER THAN 2
           END-IF.

       135-APURA-CTB-ITEM.
      **
      * One sorted record: a new employee settles the previous one;
      * within the employee the record takes the slot of its
      * competencia, a later one of the same competencia over it.
      **
           IF SRT-CTB-GRUPO NOT EQUAL WRK-CTB-GRUPO
               IF WRK-CTB-GRUPO NOT EQUAL HIGH-VALUES
                   PERFORM 138-SOMA-CTB-FUNC
                       VARYING IDX-CTB-FUNC FROM 1 BY 1
                       UNTIL IDX-CTB-FUNC GREATER THAN 2
               END-IF
               MOVE SRT-CTB-GRUPO TO WRK-CTB-GRUPO
               MOVE 'N' TO CF-TEM(1)
               MOVE 'N' TO CF-TEM(2)
           END-IF.
           IF SRT-CTB-COMPETENCIA EQUAL WRK-COMPETENCIA
               MOVE 1 TO IDX-CF-ACHADO
           ELSE
               MOVE 2 TO IDX-CF-ACHADO
           END-IF.
           MOVE 'S' TO CF-TEM(IDX-CF-ACHADO).
           MOVE SRT-CTB-EMP-IDX TO CF-EMP-IDX(IDX-CF-ACHADO).
           MOVE SRT-CTB-BRUTO TO CF-BRUTO(IDX-CF-ACHADO).
           MOVE SRT-CTB-IMPOSTO TO CF-IMPOSTO(IDX-CF-ACHADO).
           MOVE SRT-CTB-BENEF TO CF-BENEF(IDX-CF-ACHADO).
           MOVE SRT-CTB-DESCONTOS TO CF-DESCONTOS(IDX-CF-ACHADO).
           MOVE SRT-CTB-LIQUIDO TO CF-LIQUIDO(IDX-CF-ACHADO).
           MOVE 'N' TO CF-APURADO(IDX-CF-ACHADO).
           RETURN SORT-CTB AT END MOVE 1 TO FLAG-SORT-CTB.

       136-PROCURA-CTB-EMP-ITEM.
           IF CE-EMP-CODIGO(IDX-CTB-EMP) EQUAL WRK-EMP-CODIGO
               AND CE-EMPRESA(IDX-CTB-EMP) EQUAL WRK-EMPRESA
               MOVE IDX-CTB-EMP TO IDX-CE-ACHADO
           END-IF.

       138-SOMA-CTB-FUNC.
      **
      * One slot of the employee summed into the payroll rubricas
      * of its company, and the charges computed once per employee
      * and company on the gross of the month (salary plus ferias)
      * at the company's rates, rounded the way PROG038 rounds the
      * guides.
      **
           IF CF-TEM(IDX-CTB-FUNC) EQUAL 'S'
               MOVE CF-EMP-IDX(IDX-CTB-FUNC) TO IDX-CTB-EMP
               ADD CF-BRUTO(IDX-CTB-FUNC) TO CE-SALARIOS(IDX-CTB-EMP)
               ADD CF-IMPOSTO(IDX-CTB-FUNC) TO CE-IMPOSTO(IDX-CTB-EMP)
               ADD CF-BENEF(IDX-CTB-FUNC) TO CE-BENEF(IDX-CTB-EMP)
               ADD CF-DESCONTOS(IDX-CTB-FUNC)
                   TO CE-DESCONTOS(IDX-CTB-EMP)
               ADD CF-LIQUIDO(IDX-CTB-FUNC) TO CE-LIQUIDO(IDX-CTB-EMP)
               IF CF-APURADO(IDX-CTB-FUNC) NOT EQUAL 'S'
                   MOVE ZEROS TO WRK-CTB-BASE
                   PERFORM 139-BASE-CTB-FUNC
                       VARYING IDX-CF-BASE FROM IDX-CTB-FUNC BY 1
                       UNTIL IDX-CF-BASE GREATER THAN 2
                   PERFORM 145-SELECIONA-ALIQUOTAS
                   ADD 1 TO CE-FUNC(IDX-CTB-EMP)
                   COMPUTE WRK-CTB-ENCARGO ROUNDED =
                       WRK-CTB-BASE * WRK-PCT-FGTS / 100
                   ADD WRK-CTB-ENCARGO TO CE-FGTS(IDX-CTB-EMP)
                   COMPUTE WRK-CTB-ENCARGO ROUNDED =
                       WRK-CTB-BASE * WRK-PCT-INSS / 100
                   ADD WRK-CTB-ENCARGO TO CE-INSS(IDX-CTB-EMP)
                   COMPUTE WRK-CTB-ENCARGO ROUNDED =
                       WRK-CTB-BASE * WRK-PCT-TERCEIROS / 100
                   ADD WRK-CTB-ENCARGO TO CE-TERC(IDX-CTB-EMP)
               END-IF
           END-IF.

       139-BASE-CTB-FUNC.
           IF CF-TEM(IDX-CF-BASE) EQUAL 'S'
               AND CF-EMP-IDX(IDX-CF-BASE) EQUAL IDX-CTB-EMP
               ADD CF-BRUTO(IDX-CF-BASE) TO WRK-CTB-BASE
               MOVE 'S' TO CF-APURADO(IDX-CF-BASE)
           END-IF.

       137-PROVA-EMPRESA.
      **
      * Walks the rubricas of one company, debit side first. On the
      * proof pass (WRK-CTB-GRAVAR 'N') it adds them up and shows the
      * company's debits against its credits; on the release pass
      * ('S') the same walk writes the LANCCONT.TXT lines.
      **
           IF WRK-CTB-GRAVAR NOT EQUAL 'S'
               MOVE ZEROS TO CE-DEBITOS(IDX-CTB-EMP)
               MOVE ZEROS TO CE-CREDITOS(IDX-CTB-EMP)
               MOVE 'N' TO CE-SEM-CONTA(IDX-CTB-EMP)
               DISPLAY 'EMPRESA ' CE-EMP-CODIGO(IDX-CTB-EMP) ' '
                   CE-EMPRESA(IDX-CTB-EMP)
           END-IF.
           MOVE 'D' TO WRK-CTB-NATUREZA.
           MOVE 'SALARIOS' TO WRK-CTB-RUBRICA.
           MOVE CE-SALARIOS(IDX-CTB-EMP) TO WRK-CTB-VALOR.
           PERFORM 140-LANCA-RUBRICA.
           MOVE 'FGTS-DESP' TO WRK-CTB-RUBRICA.
           MOVE CE-FGTS(IDX-CTB-EMP) TO WRK-CTB-VALOR.
           PERFORM 140-LANCA-RUBRICA.
           MOVE 'INSS-DESP' TO WRK-CTB-RUBRICA.
           MOVE CE-INSS(IDX-CTB-EMP) TO WRK-CTB-VALOR.
           PERFORM 140-LANCA-RUBRICA.
           MOVE 'TERC-DESP' TO WRK-CTB-RUBRICA.
           MOVE CE-TERC(IDX-CTB-EMP) TO WRK-CTB-VALOR.
           PERFORM 140-LANCA-RUBRICA.
           MOVE 'C' TO WRK-CTB-NATUREZA.
           MOVE 'IMPOSTO' TO WRK-CTB-RUBRICA.
           MOVE CE-IMPOSTO(IDX-CTB-EMP) TO WRK-CTB-VALOR.
           PERFORM 140-LANCA-RUBRICA.
           MOVE 'BENEFICIOS' TO WRK-CTB-RUBRICA.
           MOVE CE-BENEF(IDX-CTB-EMP) TO WRK-CTB-VALOR.
           PERFORM 140-LANCA-RUBRICA.
           MOVE 'DESCONTOS' TO WRK-CTB-RUBRICA.
           MOVE CE-DESCONTOS(IDX-CTB-EMP) TO WRK-CTB-VALOR.
           PERFORM 140-LANCA-RUBRICA.
           MOVE 'LIQUIDO' TO WRK-CTB-RUBRICA.
           MOVE CE-LIQUIDO(IDX-CTB-EMP) TO WRK-CTB-VALOR.
           PERFORM 140-LANCA-RUBRICA.
           MOVE 'FGTS-REC' TO WRK-CTB-RUBRICA.
           MOVE CE-FGTS(IDX-CTB-EMP) TO WRK-CTB-VALOR.
           PERFORM 140-LANCA-RUBRICA.
           MOVE 'INSS-REC' TO WRK-CTB-RUBRICA.
           MOVE CE-INSS(IDX-CTB-EMP) TO WRK-CTB-VALOR.
           PERFORM 140-LANCA-RUBRICA.
           MOVE 'TERC-REC' TO WRK-CTB-RUBRICA.
           MOVE CE-TERC(IDX-CTB-EMP) TO WRK-CTB-VALOR.
           PERFORM 140-LANCA-RUBRICA.
           IF WRK-CTB-GRAVAR NOT EQUAL 'S'
               MOVE CE-DEBITOS(IDX-CTB-EMP) TO WRK-DEBITOS-ED
               MOVE CE-CREDITOS(IDX-CTB-EMP) TO WRK-CREDITOS-ED
               EVALUATE TRUE
                   WHEN CE-DEBITOS(IDX-CTB-EMP)
                       NOT EQUAL CE-CREDITOS(IDX-CTB-EMP)
                       DISPLAY '  DEBITOS: R$' WRK-DEBITOS-ED
                           '  CREDITOS: R$' WRK-CREDITOS-ED '  DIVERGE'
                       MOVE 'N' TO WRK-CTB-BALANCEADA
                   WHEN CE-SEM-CONTA(IDX-CTB-EMP) EQUAL 'S'
                       DISPLAY '  DEBITOS: R$' WRK-DEBITOS-ED
                           '  CREDITOS: R$' WRK-CREDITOS-ED
                           '  SEM CONTA'
                       MOVE 'N' TO WRK-CTB-BALANCEADA
                   WHEN OTHER
                       DISPLAY '  DEBITOS: R$' WRK-DEBITOS-ED
                           '  CREDITOS: R$' WRK-CREDITOS-ED '  CONFERE'
               END-EVALUATE
           END-IF.

       140-LANCA-RUBRICA.
      **
      * One rubrica of the company, skipped when it carries no value.
      * Its account is the company's own line of CONTABIL.TXT, else
      * the default line; with neither, the proof fails.
      **
           IF WRK-CTB-VALOR GREATER THAN ZEROS
               MOVE SPACES TO WRK-CTB-CONTA
               MOVE 'N' TO WRK-CTB-CONTA-EMP
               PERFORM 144-PROCURA-CONTA-CTB
                   VARYING IDX-CONTABIL FROM 1 BY 1
                   UNTIL IDX-CONTABIL GREATER THAN QTD-CONTABIL
               IF WRK-CTB-GRAVAR EQUAL 'S'
                   PERFORM 143-GRAVA-LANCAMENTO
               ELSE
                   IF WRK-CTB-CONTA EQUAL SPACES
                       DISPLAY '  RUBRICA ' WRK-CTB-RUBRICA
                           ' SEM CONTA EM CONTABIL.TXT.'
                       MOVE 'S' TO CE-SEM-CONTA(IDX-CTB-EMP)
                   END-IF
                   IF WRK-CTB-NATUREZA EQUAL 'D'
                       ADD WRK-CTB-VALOR TO CE-DEBITOS(IDX-CTB-EMP)
                   ELSE
                       ADD WRK-CTB-VALOR TO CE-CREDITOS(IDX-CTB-EMP)
                   END-IF
               END-IF
           END-IF.

       141-GRAVA-LANCCONT.
      **
      * Release pass: every company balanced, so the entries go to
      * LANCCONT.TXT (built on first use), and the export is logged
      * in RUNCTL.TXT with its cycle and in AUDITORIA.TXT.
      **
           OPEN EXTEND LANCCONT.
           IF WS-LANCCONT-STATUS EQUAL '35'
               OPEN OUTPUT LANCCONT
               CLOSE LANCCONT
               OPEN EXTEND LANCCONT
           END-IF.
           IF WS-LANCCONT-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR LANCCONT.TXT - FILE STATUS: '
                   WS-LANCCONT-STATUS
           ELSE
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE ZEROS TO WRK-QTD-LANCCONT
               MOVE ZEROS TO WRK-SOMA-DEBITOS
               MOVE 'S' TO WRK-CTB-GRAVAR
               PERFORM 137-PROVA-EMPRESA
                   VARYING IDX-CTB-EMP FROM 1 BY 1
                   UNTIL IDX-CTB-EMP GREATER THAN QTD-CTB-EMP
               MOVE 'N' TO WRK-CTB-GRAVAR
               CLOSE LANCCONT
               PERFORM 142-GRAVA-RUNCTL-CTB
               MOVE 'EXPORT CONTABIL' TO WRK-AUD-OPERACAO
               PERFORM 054-GRAVA-AUDITORIA-COMP
               MOVE WRK-QTD-LANCCONT TO WRK-CONTADOR-ED
               MOVE WRK-SOMA-DEBITOS TO WRK-DEBITOS-ED
               DISPLAY 'EXPORTACAO CONTABIL ' WRK-CTB-EXPORTACAO
                   ' GRAVADA EM LANCCONT.TXT: ' WRK-CONTADOR-ED
                   ' LANCAMENTO(S), R$' WRK-DEBITOS-ED
                   ' A DEBITO E A CREDITO.'
           END-IF.

       142-GRAVA-RUNCTL-CTB.
           OPEN EXTEND RUNCTL.
           IF WS-RUNCTL-STATUS EQUAL '35'
               OPEN OUTPUT RUNCTL
               CLOSE RUNCTL
               OPEN EXTEND RUNCTL
           END-IF.
           IF WS-RUNCTL-STATUS EQUAL '00'
               MOVE 'LANCCONT' TO RC-PROGRAMA
               MOVE SPACES TO RC-PERIODO
               MOVE WRK-COMPETENCIA TO RC-PERIODO(1:6)
               MOVE WRK-CTB-CICLO TO RC-PERIODO(7:2)
               MOVE WRK-DATA-HOJE TO RC-DATA
               ACCEPT RC-HORA FROM TIME
               MOVE WRK-QTD-LANCCONT TO RC-QTD
               MOVE WRK-SOMA-DEBITOS TO RC-SOMA
               WRITE RUNCTL-REG
               CLOSE RUNCTL
           END-IF.

       143-GRAVA-LANCAMENTO.
           MOVE WRK-COMPETENCIA TO LC-COMPETENCIA.
           MOVE WRK-CTB-EXPORTACAO TO LC-EXPORTACAO.
           MOVE CE-EMP-CODIGO(IDX-CTB-EMP) TO LC-EMP-CODIGO.
           MOVE CE-CNPJ(IDX-CTB-EMP) TO LC-CNPJ.
           MOVE WRK-CTB-CONTA TO LC-CONTA.
           MOVE WRK-CTB-NATUREZA TO LC-NATUREZA.
           MOVE WRK-CTB-VALOR TO LC-VALOR.
           MOVE WRK-CTB-RUBRICA TO LC-RUBRICA.
           MOVE SPACES TO LC-HISTORICO.
           STRING 'FOLHA ' DELIMITED BY SIZE
               WRK-COMPETENCIA DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CE-EMPRESA(IDX-CTB-EMP) DELIMITED BY SIZE
               INTO LC-HISTORICO
           END-STRING.
           MOVE WRK-DATA-HOJE TO LC-DATA.
           WRITE LANCCONT-REG.
           ADD 1 TO WRK-QTD-LANCCONT.
           IF WRK-CTB-NATUREZA EQUAL 'D'
               ADD WRK-CTB-VALOR TO WRK-SOMA-DEBITOS
           END-IF.

       144-PROCURA-CONTA-CTB.
           IF TABCTB-RUBRICA(IDX-CONTABIL) EQUAL WRK-CTB-RUBRICA
               IF TABCTB-EMP-CODIGO(IDX-CONTABIL)
                   EQUAL CE-EMP-CODIGO(IDX-CTB-EMP)
                   AND TABCTB-EMP-CODIGO(IDX-CONTABIL) NOT EQUAL SPACES
                   MOVE TABCTB-CONTA(IDX-CONTABIL) TO WRK-CTB-CONTA
                   MOVE 'S' TO WRK-CTB-CONTA-EMP
               END-IF
               IF TABCTB-EMP-CODIGO(IDX-CONTABIL) EQUAL SPACES
                   AND WRK-CTB-CONTA-EMP EQUAL 'N'
                   MOVE TABCTB-CONTA(IDX-CONTABIL) TO WRK-CTB-CONTA
               END-IF
           END-IF.

       145-SELECIONA-ALIQUOTAS.
      **
      * Rates of the company: its own row (keyed by razao social
      * or EMPRESAS.TXT code) when it has one, the global row
      * otherwise, the reference rates (FGTS 8%, INSS 20%,
      * terceiros 5.8%) when neither exists.
      **
           MOVE 8.00 TO WRK-PCT-FGTS.
           MOVE 20.00 TO WRK-PCT-INSS.
           MOVE 5.80 TO WRK-PCT-TERCEIROS.
           MOVE 'N' TO WRK-ALIQ-EMPRESA-SW.
           PERFORM 146-SELECIONA-ALIQ-ITEM
               VARYING IDX-ALIQ FROM 1 BY 1
               UNTIL IDX-ALIQ GREATER THAN QTD-ALIQUOTAS.

       146-SELECIONA-ALIQ-ITEM.
           IF TABALQ-EMPRESA(IDX-ALIQ) NOT EQUAL SPACES
               AND (TABALQ-EMPRESA(IDX-ALIQ)
                   EQUAL CE-EMPRESA(IDX-CTB-EMP)
               OR (CE-EMP-CODIGO(IDX-CTB-EMP) NOT EQUAL SPACES
               AND TABALQ-EMPRESA(IDX-ALIQ)
                   EQUAL CE-EMP-CODIGO(IDX-CTB-EMP)))
               MOVE 'S' TO WRK-ALIQ-EMPRESA-SW
               MOVE TABALQ-FGTS(IDX-ALIQ) TO WRK-PCT-FGTS
               MOVE TABALQ-INSS(IDX-ALIQ) TO WRK-PCT-INSS
               MOVE TABALQ-TERCEIROS(IDX-ALIQ) TO WRK-PCT-TERCEIROS
           END-IF.
           IF TABALQ-EMPRESA(IDX-ALIQ) EQUAL SPACES
               AND WRK-ALIQ-EMPRESA-SW EQUAL 'N'
               MOVE TABALQ-FGTS(IDX-ALIQ) TO WRK-PCT-FGTS
               MOVE TABALQ-INSS(IDX-ALIQ) TO WRK-PCT-INSS
               MOVE TABALQ-TERCEIROS(IDX-ALIQ) TO WRK-PCT-TERCEIROS
           END-IF.
       147-CONFERE-FUNC-CONSIG.
           MOVE CSG-NOME TO WRK-NOME-LINHA.
           IF CSG-MATRICULA NUMERIC
               MOVE CSG-MATRICULA TO WRK-MATRIC-LINHA
           ELSE
               MOVE ZEROS TO WRK-MATRIC-LINHA
           END-IF.
           PERFORM 222-MESMO-FUNCIONARIO.

       148-GUARDA-ALTERACAO.
      **
      * Logs the contract in CONSIG-REG as it now stands; the line
      * is applied again wherever the contract is read this run.
      **
           MOVE CSG-BANCO TO CAL-BANCO.
           MOVE CSG-CONTRATO TO CAL-CONTRATO.
           MOVE CSG-PARCELAS-PAGAS TO CAL-PARCELAS-PAGAS.
           MOVE CSG-ULT-COMP TO CAL-ULT-COMP.
           MOVE CSG-SITUACAO TO CAL-SITUACAO.
           OPEN EXTEND CONSALT.
           WRITE CONSALT-REG.
           CLOSE CONSALT.
           ADD 1 TO WRK-CONSIG-ALTERADOS.

       150-INICIA-CONSIGNADOS.
      **
      * Starts the run's contract changes (CONSALT.TMP) and lender
      * remittance (REPLOTE.TMP) empty. The contracts themselves
      * are read from CONSIGNADOS.TXT for each employee; with the
      * file missing nobody has a loan and the lote runs as before.
      **
           MOVE ZEROS TO WRK-CONSIG-ALTERADOS.
           MOVE ZEROS TO WRK-QTD-CONSIG-LOTE.
           MOVE ZEROS TO WRK-SOMA-CONSIG-LOTE.
           OPEN OUTPUT CONSALT.
           CLOSE CONSALT.
           OPEN OUTPUT REPLOTE.
           CLOSE REPLOTE.

       151-ULTIMA-ALTERACAO.
      **
      * The contract in CONSIG-REG takes the last change this run
      * logged for it in CONSALT.TMP, if any.
      **
           OPEN INPUT CONSALT.
           IF WS-CONSALT-STATUS EQUAL '00'
               MOVE 0 TO FLAG-CONSALT
               READ CONSALT AT END MOVE 1 TO FLAG-CONSALT
               END-READ
               PERFORM 169-ALTERACAO-ITEM
                   UNTIL FLAG-CONSALT EQUAL TO 1
               CLOSE CONSALT
           END-IF.

       152-DESCONTA-CONSIGNADOS.
      **
      * Withholds the employee's installments due in the
      * competencia, after the brackets and the events, in the
      * order the contracts were registered: each one goes in whole
      * while the installments together stay within the margin of
      * the net; one that does not fit is left for the next month.
      **
           COMPUTE WRK-MARGEM-CONSIG =
               WRK-LIQUIDO * WRK-PCT-MARGEM / 100.
           MOVE ZEROS TO WRK-CONSIG-USADO.
           MOVE WRK-MATRICULA TO WRK-MATRIC-BUSCA.
           MOVE WRK-NAME TO WRK-NOME-BUSCA.
           OPEN INPUT CONSIGNADOS.
           IF WS-CONSIG-STATUS EQUAL '00'
               MOVE 0 TO FLAG-CONSIGNADOS
               READ CONSIGNADOS AT END MOVE 1 TO FLAG-CONSIGNADOS
               END-READ
               PERFORM 153-DESCONTA-CONSIG-ITEM
                   UNTIL FLAG-CONSIGNADOS EQUAL TO 1
               CLOSE CONSIGNADOS
           END-IF.

       153-DESCONTA-CONSIG-ITEM.
           MOVE 'N' TO WRK-CONSIG-DEVIDA.
           MOVE 'N' TO WRK-CONSIG-REPETIDA.
           PERFORM 147-CONFERE-FUNC-CONSIG.
           IF WRK-MESMO-FUNC EQUAL 'S'
               PERFORM 151-ULTIMA-ALTERACAO
               EVALUATE TRUE
                   WHEN CSG-ULT-COMP EQUAL WRK-COMPETENCIA
                       AND (CSG-SITUACAO EQUAL 'A'
                       OR CSG-SITUACAO EQUAL 'Q')
                       MOVE 'S' TO WRK-CONSIG-DEVIDA
                       MOVE 'S' TO WRK-CONSIG-REPETIDA
                       MOVE CSG-PARCELAS-PAGAS TO WRK-PARCELA-NUM
                   WHEN CSG-SITUACAO EQUAL 'A'
                       AND CSG-PRIMEIRA-COMP
                           NOT GREATER THAN WRK-COMPETENCIA
                       AND CSG-PARCELAS-PAGAS LESS THAN
                           CSG-QTD-PARCELAS
                       MOVE 'S' TO WRK-CONSIG-DEVIDA
                       COMPUTE WRK-PARCELA-NUM =
                           CSG-PARCELAS-PAGAS + 1
               END-EVALUATE
           END-IF.
           IF WRK-CONSIG-DEVIDA EQUAL 'S'
               IF WRK-CONSIG-USADO + CSG-VALOR-PARCELA
                   GREATER THAN WRK-MARGEM-CONSIG
                   OR QTD-LANC-FUNC NOT LESS THAN 30
                   PERFORM 155-ADIA-PARCELA
               ELSE
                   PERFORM 154-APLICA-PARCELA
               END-IF
           END-IF.
           READ CONSIGNADOS AT END MOVE 1 TO FLAG-CONSIGNADOS.

       154-APLICA-PARCELA.
      **
      * One installment withheld: a desconto line on the payslip
      * naming the bank and the installment, the net reduced, the
      * contract's count moved on (closing it on the last one) and
      * the amount kept for the lender remittance.
      **
           ADD 1 TO QTD-LANC-FUNC.
           MOVE SPACES TO LF-DESCRICAO(QTD-LANC-FUNC).
           STRING 'CONSIG ' DELIMITED BY SIZE
               CSG-BANCO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               WRK-PARCELA-NUM DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               CSG-QTD-PARCELAS DELIMITED BY SIZE
               INTO LF-DESCRICAO(QTD-LANC-FUNC)
           END-STRING.
           MOVE 'D' TO LF-TIPO(QTD-LANC-FUNC).
           MOVE ZEROS TO LF-HORAS(QTD-LANC-FUNC).
           MOVE CSG-VALOR-PARCELA TO LF-VALOR(QTD-LANC-FUNC).
           ADD CSG-VALOR-PARCELA TO WRK-DESC-EVENTOS.
           ADD CSG-VALOR-PARCELA TO WRK-CONSIG-USADO.
           SUBTRACT CSG-VALOR-PARCELA FROM WRK-LIQUIDO.
           ADD 1 TO WRK-QTD-CONSIG-LOTE.
           ADD CSG-VALOR-PARCELA TO WRK-SOMA-CONSIG-LOTE.
           IF WRK-CONSIG-REPETIDA EQUAL 'N'
               MOVE WRK-PARCELA-NUM TO CSG-PARCELAS-PAGAS
               MOVE WRK-COMPETENCIA TO CSG-ULT-COMP
               IF CSG-PARCELAS-PAGAS EQUAL CSG-QTD-PARCELAS
                   MOVE 'Q' TO CSG-SITUACAO
                   DISPLAY 'CONSIGNADO QUITADO: BANCO '
                       CSG-BANCO ' CONTRATO ' CSG-CONTRATO
               END-IF
               PERFORM 148-GUARDA-ALTERACAO
           END-IF.
           MOVE 'D' TO WRK-TIPO-REPASSE.
           MOVE CSG-VALOR-PARCELA TO WRK-VALOR-REPASSE.
           PERFORM 156-GUARDA-REPASSE.

       155-ADIA-PARCELA.
      **
      * An installment that does not fit the margin stays due for
      * the next lote; on a rerun of the competencia the one
      * already counted in it is given back to the contract.
      **
           DISPLAY 'AVISO: MARGEM CONSIGNAVEL INSUFICIENTE - PARCELA '
               'ADIADA: ' WRK-NAME ' CONTRATO ' CSG-CONTRATO.
           IF WRK-CONSIG-REPETIDA EQUAL 'S'
               SUBTRACT 1 FROM CSG-PARCELAS-PAGAS
               MOVE 'A' TO CSG-SITUACAO
               MOVE SPACES TO CSG-ULT-COMP
               PERFORM 148-GUARDA-ALTERACAO
           END-IF.

       156-GUARDA-REPASSE.
      **
      * Keeps one REPASSE.TXT detail of the contract in CONSIG-REG
      * in REPLOTE.TMP, for 160-GRAVA-REPASSE to group by bank.
      **
           MOVE SPACES TO REPASSE-REG.
           MOVE WRK-TIPO-REPASSE TO REP-D-TIPO.
           MOVE CSG-BANCO TO REP-D-BANCO.
           MOVE CSG-CONTRATO TO REP-D-CONTRATO.
           MOVE WRK-NAME TO REP-D-NOME.
           MOVE WRK-EMP-CODIGO TO REP-D-EMP-CODIGO.
           MOVE WRK-PARCELA-NUM TO REP-D-PARCELA.
           MOVE CSG-QTD-PARCELAS TO REP-D-QTD-PARCELAS.
           MOVE WRK-VALOR-REPASSE TO REP-D-VALOR.
           MOVE REPASSE-REG TO REPLOTE-REG.
           OPEN EXTEND REPLOTE.
           WRITE REPLOTE-REG.
           CLOSE REPLOTE.

       157-SEPARA-REPASSE.
      **
      * Input of the sort: the lines the lote kept in REPLOTE.TMP.
      **
           OPEN INPUT REPLOTE.
           IF WS-REPLOTE-STATUS EQUAL '00'
               MOVE 0 TO FLAG-REPLOTE
               READ REPLOTE AT END MOVE 1 TO FLAG-REPLOTE
               END-READ
               PERFORM 164-SOLTA-REPASSE
                   UNTIL FLAG-REPLOTE EQUAL TO 1
               CLOSE REPLOTE
           END-IF.

       158-CONSIG-RESCISAO.
      **
      * A termination paid in the lote ends the employee's active
      * contracts: each one turns 'R' and goes to the lender
      * remittance with the outstanding balance - the installments
      * still due times the installment value - for the bank to
      * collect.
      **
           MOVE WRK-MATRICULA TO WRK-MATRIC-BUSCA.
           MOVE WRK-NAME TO WRK-NOME-BUSCA.
           OPEN INPUT CONSIGNADOS.
           IF WS-CONSIG-STATUS EQUAL '00'
               MOVE 0 TO FLAG-CONSIGNADOS
               READ CONSIGNADOS AT END MOVE 1 TO FLAG-CONSIGNADOS
               END-READ
               PERFORM 159-CONSIG-RESC-ITEM
                   UNTIL FLAG-CONSIGNADOS EQUAL TO 1
               CLOSE CONSIGNADOS
           END-IF.

       159-CONSIG-RESC-ITEM.
           PERFORM 147-CONFERE-FUNC-CONSIG.
           IF WRK-MESMO-FUNC EQUAL 'S'
               PERFORM 151-ULTIMA-ALTERACAO
           END-IF.
           IF WRK-MESMO-FUNC EQUAL 'S'
               AND CSG-SITUACAO EQUAL 'A'
               COMPUTE WRK-SALDO-CONSIG =
                   (CSG-QTD-PARCELAS - CSG-PARCELAS-PAGAS)
                   * CSG-VALOR-PARCELA
               MOVE WRK-SALDO-CONSIG TO WRK-VALOR-EVENTO-ED
               DISPLAY 'AVISO: CONSIGNADO EM ABERTO NA RESCISAO - '
                   'BANCO ' CSG-BANCO ' CONTRATO ' CSG-CONTRATO
               DISPLAY '    SALDO DEVEDOR INFORMADO AO BANCO: R$'
                   WRK-VALOR-EVENTO-ED
               MOVE 'R' TO CSG-SITUACAO
               PERFORM 148-GUARDA-ALTERACAO
               MOVE CSG-PARCELAS-PAGAS TO WRK-PARCELA-NUM
               MOVE 'R' TO WRK-TIPO-REPASSE
               MOVE WRK-SALDO-CONSIG TO WRK-VALOR-REPASSE
               PERFORM 156-GUARDA-REPASSE
           END-IF.
           READ CONSIGNADOS AT END MOVE 1 TO FLAG-CONSIGNADOS.

       160-GRAVA-REPASSE.
      **
      * Rebuilds REPASSE.TXT for the lote just run, one block per
      * lender bank: header with the paying company, the contract
      * lines and a trailer with the count and the sum withheld
      * (and the terminations reported apart). With no loan on
      * file the file is left empty, so last month's is never sent
      * again by mistake. The lines come sorted by bank, each
      * bank's in the order the lote kept them.
      **
           MOVE ZEROS TO QTD-BANCOS-REP.
           OPEN OUTPUT REPASSE.
           SORT SORT-REPASSE
               ON ASCENDING KEY SRT-REP-BANCO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 157-SEPARA-REPASSE
               OUTPUT PROCEDURE IS 161-GRAVA-REPASSE-BANCOS.
           CLOSE REPASSE.
           DISPLAY '############'.
           DISPLAY 'REPASSE DE CONSIGNADOS GERADO: ' QTD-BANCOS-REP
               ' BANCO(S).'.

       161-GRAVA-REPASSE-BANCOS.
           MOVE 0 TO FLAG-SORT-REPASSE.
           RETURN SORT-REPASSE AT END MOVE 1 TO FLAG-SORT-REPASSE
           END-RETURN.
           PERFORM 162-GRAVA-REPASSE-BANCO
               UNTIL FLAG-SORT-REPASSE EQUAL TO 1.

       162-GRAVA-REPASSE-BANCO.
           ADD 1 TO QTD-BANCOS-REP.
           MOVE SRT-REP-BANCO TO WRK-BANCO-REP.
           MOVE ZEROS TO WRK-REP-QTD.
           MOVE ZEROS TO WRK-REP-SOMA.
           MOVE ZEROS TO WRK-REP-QTD-RESC.
           MOVE ZEROS TO WRK-REP-SALDO-RESC.
           MOVE SPACES TO REPASSE-REG.
           MOVE 'H' TO REP-H-TIPO.
           MOVE WRK-BANCO-REP TO REP-H-BANCO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO REP-H-DATA.
           MOVE WRK-COMPETENCIA TO REP-H-COMPETENCIA.
           IF IDX-EMP-PAGADORA GREATER THAN ZEROS
               MOVE TABEMP-CODIGO(IDX-EMP-PAGADORA) TO REP-H-EMP-CODIGO
               MOVE TABEMP-CNPJ(IDX-EMP-PAGADORA) TO REP-H-CNPJ
           END-IF.
           WRITE REPASSE-REG.
           PERFORM 163-DETALHE-REPASSE
               UNTIL FLAG-SORT-REPASSE EQUAL TO 1
               OR SRT-REP-BANCO NOT EQUAL WRK-BANCO-REP.
           MOVE SPACES TO REPASSE-REG.
           MOVE 'T' TO REP-T-TIPO.
           MOVE WRK-BANCO-REP TO REP-T-BANCO.
           MOVE WRK-REP-QTD TO REP-T-QTD.
           MOVE WRK-REP-SOMA TO REP-T-SOMA.
           MOVE WRK-REP-QTD-RESC TO REP-T-QTD-RESC.
           MOVE WRK-REP-SALDO-RESC TO REP-T-SALDO-RESC.
           WRITE REPASSE-REG.

       163-DETALHE-REPASSE.
           MOVE SRT-REP-REG TO REPASSE-REG.
           IF REP-D-TIPO EQUAL 'D'
               ADD 1 TO WRK-REP-QTD
               ADD REP-D-VALOR TO WRK-REP-SOMA
           ELSE
               ADD 1 TO WRK-REP-QTD-RESC
               ADD REP-D-VALOR TO WRK-REP-SALDO-RESC
           END-IF.
           WRITE REPASSE-REG.
           RETURN SORT-REPASSE AT END MOVE 1 TO FLAG-SORT-REPASSE.

       164-SOLTA-REPASSE.
           RELEASE SRT-REP-REG FROM REPLOTE-REG.
           READ REPLOTE AT END MOVE 1 TO FLAG-REPLOTE.

       165-ATUALIZA-CONSIGNADOS.
      **
      * Rewrites CONSIGNADOS.TXT through CONSTEMP.TMP with the
      * installments counted in this lote, the contracts closed on
      * their last installment ('Q') and those ended by a
      * termination ('R') - each contract as CONSALT.TMP last left
      * it.
      **
           OPEN INPUT CONSIGNADOS.
           OPEN OUTPUT CONSTEMP.
           MOVE 0 TO FLAG-CONSIGNADOS.
           READ CONSIGNADOS AT END MOVE 1 TO FLAG-CONSIGNADOS
           END-READ.
           PERFORM 166-ATUALIZA-CONSIG-ITEM
               UNTIL FLAG-CONSIGNADOS EQUAL TO 1.
           CLOSE CONSIGNADOS.
           CLOSE CONSTEMP.
           OPEN INPUT CONSTEMP.
           OPEN OUTPUT CONSIGNADOS.
           MOVE 0 TO FLAG-CONSTEMP.
           READ CONSTEMP AT END MOVE 1 TO FLAG-CONSTEMP
           END-READ.
           PERFORM 168-DEVOLVE-CONSIG-ITEM
               UNTIL FLAG-CONSTEMP EQUAL TO 1.
           CLOSE CONSTEMP.
           CLOSE CONSIGNADOS.

       166-ATUALIZA-CONSIG-ITEM.
           PERFORM 151-ULTIMA-ALTERACAO.
           MOVE CONSIG-REG TO CONSTEMP-REG.
           WRITE CONSTEMP-REG.
           READ CONSIGNADOS AT END MOVE 1 TO FLAG-CONSIGNADOS.

       168-DEVOLVE-CONSIG-ITEM.
           MOVE CONSTEMP-REG TO CONSIG-REG.
           WRITE CONSIG-REG.
           READ CONSTEMP AT END MOVE 1 TO FLAG-CONSTEMP.

       169-ALTERACAO-ITEM.
           IF CAL-BANCO EQUAL CSG-BANCO
               AND CAL-CONTRATO EQUAL CSG-CONTRATO
               MOVE CAL-PARCELAS-PAGAS TO CSG-PARCELAS-PAGAS
               MOVE CAL-ULT-COMP TO CSG-ULT-COMP
               MOVE CAL-SITUACAO TO CSG-SITUACAO
           END-IF.
           READ CONSALT AT END MOVE 1 TO FLAG-CONSALT.

       170-PREVIA.
      **
      * Preview of the lote (mode 8): the same critica and the same
      * calculation as mode 2, over FUNCIONARIOS.DAT and the
      * resubmission queue, with nothing recorded - no FOLHA,
      * CONTRACHEQUE, REMESSA, REJEITADOS or RUNCTL line, no queue
      * emptied, no settlement, contract or REPASSE update. Every
      * employee goes to PREVIA.TXT instead, set against the
      * previous competencia, for payroll to sign off before the
      * real run.
      **
           PERFORM 014-DEFINE-COMPETENCIA.
           PERFORM 050-VERIFICA-FECHADA.
           IF WRK-COMP-FECHADA-SW EQUAL 'S'
               DISPLAY 'AVISO: COMPETENCIA ' WRK-COMPETENCIA
                   ' JA FECHADA - PREVIA APENAS INFORMATIVA.'
           END-IF.
           PERFORM 171-ACEITA-TOLERANCIA.
           OPEN INPUT FUNCIONARIOS.
           IF WS-FUNC-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO ABRIR FUNCIONARIOS.DAT - FILE STATUS: '
                   WS-FUNC-STATUS
           ELSE
               PERFORM 172-CARREGA-ANTERIOR
               MOVE 'S' TO WRK-PREVIA-SW
               PERFORM 105-CARREGA-EMPRESAS
               PERFORM 008-CARREGA-FAIXAS
               PERFORM 060-ABRE-CONTAS
               PERFORM 075-CARREGA-EVENTOS
               PERFORM 077-CONTA-LANCAMENTOS
               PERFORM 096-INICIA-RESCISOES
               PERFORM 150-INICIA-CONSIGNADOS
               MOVE ZEROS TO WRK-RESCISOES-PAGAS
               MOVE 'S' TO WRK-APLICA-LANC
               MOVE 'S' TO WRK-APLICA-CONSIG
               OPEN OUTPUT PREVIA
               PERFORM 180-CABECALHO-PREVIA
               MOVE ZEROS TO WRK-LIDOS
               MOVE ZEROS TO WRK-PROCESSADOS
               MOVE ZEROS TO WRK-REJEITADOS
               READ FUNCIONARIOS AT END MOVE 1 TO FLAG-FUNCIONARIOS
               END-READ
               PERFORM 004-LOTE-ITEM UNTIL FLAG-FUNCIONARIOS EQUAL TO 1
               PERFORM 064-PROCESSA-RESSUBMETIDOS
               MOVE 'N' TO WRK-APLICA-LANC
               MOVE 'N' TO WRK-APLICA-CONSIG
               CLOSE FUNCIONARIOS
               PERFORM 061-FECHA-CONTAS
               PERFORM 181-LISTA-MOVIMENTOS
               PERFORM 183-LISTA-AUSENTES
               PERFORM 186-RESUMO-PREVIA
               CLOSE PREVIA
               MOVE 'PREVIA.TXT' TO SPP-ARQUIVO
               MOVE 'PREVIA DO LOTE - SEM GRAVACAO'
                   TO SPP-DESCRICAO
               PERFORM 217-GUARDA-SPOOL
               MOVE 'N' TO WRK-PREVIA-SW
           END-IF.

       171-ACEITA-TOLERANCIA.
      **
      * How far (in percent, either way) the net may move from the
      * previous competencia before the employee is flagged.
      **
           DISPLAY 'TOLERANCIA DE VARIACAO DO LIQUIDO '
               '(%, BRANCO = 10): '.
           PERFORM 031-OBTEM-RESPOSTA.
           IF WRK-RESPOSTA EQUAL SPACES
               MOVE 10 TO WRK-TOLERANCIA
           ELSE
               COMPUTE WRK-TOLERANCIA = FUNCTION NUMVAL(WRK-RESPOSTA)
           END-IF.
           MOVE WRK-TOLERANCIA TO WRK-TOLERANCIA-ED.
           DISPLAY 'TOLERANCIA: ' WRK-TOLERANCIA-ED '%'.

       172-CARREGA-ANTERIOR.
      **
      * The previous competencia's payroll, live and archived, goes
      * through the sort by employee into PREVANT.TMP, one line per
      * employee: gross (rebuilt for records written before
      * FOLHA-BRUTO existed), everything deducted and net. The
      * archive is released first so a reprocessed month keeps the
      * live record, the last one. PREVCALC.TMP and PREVMOV.TMP
      * start empty.
      **
           MOVE WRK-COMPETENCIA TO WRK-COMP-ANTERIOR.
           IF WRK-ANT-MM GREATER THAN 1
               SUBTRACT 1 FROM WRK-ANT-MM
           ELSE
               SUBTRACT 1 FROM WRK-ANT-AAAA
               MOVE 12 TO WRK-ANT-MM
           END-IF.
           MOVE ZEROS TO QTD-PREVIA-ANT.
           SORT SORT-PREVIA
               ON ASCENDING KEY SRT-PRV-GRUPO
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 188-SEPARA-ANTERIOR
               OUTPUT PROCEDURE IS 189-GRAVA-ANTERIOR.
           OPEN OUTPUT PREVCALC.
           CLOSE PREVCALC.
           OPEN OUTPUT PREVMOV.
           CLOSE PREVMOV.
           IF QTD-PREVIA-ANT EQUAL ZEROS
               DISPLAY 'AVISO: NENHUMA FOLHA DA COMPETENCIA '
                   WRK-COMP-ANTERIOR ' PARA COMPARAR.'
           END-IF.

       173-ANTERIOR-ARQ-ITEM.
           MOVE FOLHAARQ-REG TO FOLHA-REG.
           PERFORM 175-GUARDA-ANTERIOR.
           READ FOLHAARQ AT END MOVE 1 TO FLAG-FOLHAARQ.

       174-ANTERIOR-FOLHA-ITEM.
           PERFORM 175-GUARDA-ANTERIOR.
           READ FOLHA AT END MOVE 1 TO FLAG-CONSULTA.

       175-GUARDA-ANTERIOR.
           IF FOLHA-COMPETENCIA EQUAL WRK-COMP-ANTERIOR
               MOVE SPACES TO SRT-PRV-CHAVE
               IF FOLHA-MATRICULA NUMERIC
                   AND FOLHA-MATRICULA GREATER THAN ZEROS
                   MOVE '1' TO SRT-PRV-TIPO
                   MOVE FOLHA-MATRICULA TO SRT-PRV-CHAVE(1:6)
                   MOVE FOLHA-MATRICULA TO SRT-PRV-MATRICULA
               ELSE
                   MOVE '0' TO SRT-PRV-TIPO
                   MOVE FOLHA-NOME TO SRT-PRV-CHAVE
                   MOVE ZEROS TO SRT-PRV-MATRICULA
               END-IF
               MOVE FOLHA-NOME TO SRT-PRV-NOME
               IF FOLHA-BRUTO NUMERIC
                   MOVE FOLHA-BRUTO TO SRT-PRV-BRUTO
               ELSE
                   COMPUTE SRT-PRV-BRUTO =
                       (FOLHA-SOMA + FOLHA-DIFERENCA) / 2
                   IF FOLHA-PROVENTOS NUMERIC
                       ADD FOLHA-PROVENTOS TO SRT-PRV-BRUTO
                   END-IF
               END-IF
               MOVE FOLHA-LIQUIDO TO SRT-PRV-LIQUIDO
               IF SRT-PRV-BRUTO GREATER THAN FOLHA-LIQUIDO
                   COMPUTE SRT-PRV-DESCONTOS =
                       SRT-PRV-BRUTO - FOLHA-LIQUIDO
               ELSE
                   MOVE ZEROS TO SRT-PRV-DESCONTOS
               END-IF
               RELEASE SRT-PRV-REG
           END-IF.

       176-DETALHE-PREVIA.
      **
      * Two lines per employee computed: this competencia's gross,
      * discounts (everything between gross and net) and net, with
      * the net's variation - '*' past the tolerance - and the same
      * figures of the previous competencia below; 'N' when there
      * is none. Admissions and terminations of the month are noted
      * for the lists at the end.
      **
           IF WRK-BRUTO-FOLHA GREATER THAN WRK-LIQUIDO
               COMPUTE WRK-PREVIA-DESCONTOS =
                   WRK-BRUTO-FOLHA - WRK-LIQUIDO
           ELSE
               MOVE ZEROS TO WRK-PREVIA-DESCONTOS
           END-IF.
           ADD WRK-BRUTO-FOLHA TO WRK-PREV-TOT-BRUTO.
           ADD WRK-PREVIA-DESCONTOS TO WRK-PREV-TOT-DESC.
           ADD WRK-LIQUIDO TO WRK-PREV-TOT-LIQ.
           MOVE SPACES TO WRK-LINHA-PREVIA.
           MOVE WRK-NAME TO PRV-NOME.
           MOVE WRK-BRUTO-FOLHA TO PRV-BRUTO.
           MOVE WRK-PREVIA-DESCONTOS TO PRV-DESCONTOS.
           MOVE WRK-LIQUIDO TO PRV-LIQUIDO.
           MOVE WRK-NAME TO WRK-NOME-PREVIA.
           PERFORM 178-PROCURA-ANTERIOR.
           IF WRK-ANT-ACHADA-SW EQUAL 'S'
               OPEN EXTEND PREVCALC
               MOVE ANT-MATRICULA TO PVC-MATRICULA
               MOVE ANT-NOME TO PVC-NOME
               WRITE PREVCALC-REG
               CLOSE PREVCALC
               IF ANT-LIQUIDO GREATER THAN ZEROS
                   COMPUTE WRK-VARIACAO ROUNDED =
                       (WRK-LIQUIDO - ANT-LIQUIDO)
                       * 100 / ANT-LIQUIDO
                       ON SIZE ERROR MOVE 9999.99 TO WRK-VARIACAO
                   END-COMPUTE
               ELSE
                   IF WRK-LIQUIDO GREATER THAN ZEROS
                       MOVE 9999.99 TO WRK-VARIACAO
                   ELSE
                       MOVE ZEROS TO WRK-VARIACAO
                   END-IF
               END-IF
               IF WRK-VARIACAO LESS THAN ZEROS
                   COMPUTE WRK-VARIACAO-ABS = ZEROS - WRK-VARIACAO
               ELSE
                   MOVE WRK-VARIACAO TO WRK-VARIACAO-ABS
               END-IF
               MOVE WRK-VARIACAO TO PRV-VARIACAO
               IF WRK-VARIACAO-ABS GREATER THAN WRK-TOLERANCIA
                   MOVE ' *' TO PRV-MARCA
                   ADD 1 TO WRK-PREVIA-FORA
               END-IF
               MOVE WRK-LINHA-PREVIA TO PREVIA-REG
               WRITE PREVIA-REG
               MOVE SPACES TO WRK-LINHA-PREVIA
               STRING '  ANTERIOR ' DELIMITED BY SIZE
                   WRK-COMP-ANTERIOR DELIMITED BY SIZE
                   INTO PRV-NOME
               END-STRING
               MOVE ANT-BRUTO TO PRV-BRUTO
               MOVE ANT-DESCONTOS TO PRV-DESCONTOS
               MOVE ANT-LIQUIDO TO PRV-LIQUIDO
               MOVE WRK-LINHA-PREVIA TO PREVIA-REG
               WRITE PREVIA-REG
           ELSE
               ADD 1 TO WRK-PREVIA-NOVOS
               MOVE ' N' TO PRV-MARCA
               MOVE WRK-LINHA-PREVIA TO PREVIA-REG
               WRITE PREVIA-REG
               MOVE SPACES TO WRK-LINHA-PREV
               STRING '  SEM FOLHA EM ' DELIMITED BY SIZE
                   WRK-COMP-ANTERIOR DELIMITED BY SIZE
                   INTO WRK-LINHA-PREV
               END-STRING
               MOVE WRK-LINHA-PREV TO PREVIA-REG
               WRITE PREVIA-REG
           END-IF.
           MOVE FUNC-NOME TO WRK-NOME-PREVIA.
           MOVE SPACES TO WRK-MOTIVO-MOV.
           IF FUNC-ADMISSAO NUMERIC
               AND FUNC-ADMISSAO(1:6) EQUAL WRK-COMPETENCIA
               MOVE 'A' TO WRK-TIPO-MOV
               MOVE FUNC-ADMISSAO TO WRK-DATA-MOV
               PERFORM 177-GUARDA-MOVIMENTO
           END-IF.
           IF WRK-RESCISAO-SW EQUAL 'S'
               OR WRK-PRORATA-DIAS GREATER THAN ZEROS
               MOVE 'D' TO WRK-TIPO-MOV
               MOVE FUNC-DEMISSAO TO WRK-DATA-MOV
               IF WRK-RESCISAO-SW EQUAL 'S'
                   MOVE 'RESCISAO PAGA NO LOTE' TO WRK-MOTIVO-MOV
               ELSE
                   MOVE 'SALDO PRO RATA NO MES' TO WRK-MOTIVO-MOV
               END-IF
               PERFORM 177-GUARDA-MOVIMENTO
           END-IF.

       177-GUARDA-MOVIMENTO.
           OPEN EXTEND PREVMOV.
           MOVE WRK-TIPO-MOV TO PVM-TIPO.
           MOVE WRK-NOME-PREVIA TO PVM-NOME.
           MOVE WRK-DATA-MOV TO PVM-DATA.
           MOVE WRK-MOTIVO-MOV TO PVM-MOTIVO.
           WRITE PREVMOV-REG.
           CLOSE PREVMOV.

       178-PROCURA-ANTERIOR.
      **
      * The employee's line of the previous competencia, read off
      * PREVANT.TMP into WRK-ANT-ACHADA (first match wins).
      **
           MOVE 'N' TO WRK-ANT-ACHADA-SW.
           MOVE WRK-MATRICULA TO WRK-MATRIC-BUSCA.
           MOVE WRK-NOME-PREVIA TO WRK-NOME-BUSCA.
           OPEN INPUT PREVANT.
           IF WS-PREVANT-STATUS EQUAL '00'
               MOVE 0 TO FLAG-PREVANT
               READ PREVANT AT END MOVE 1 TO FLAG-PREVANT
               END-READ
               PERFORM 179-PROCURA-ANT-ITEM
                   UNTIL FLAG-PREVANT EQUAL TO 1
                   OR WRK-ANT-ACHADA-SW EQUAL 'S'
               CLOSE PREVANT
           END-IF.

       179-PROCURA-ANT-ITEM.
           MOVE PVA-MATRICULA TO WRK-MATRIC-LINHA.
           MOVE PVA-NOME TO WRK-NOME-LINHA.
           PERFORM 222-MESMO-FUNCIONARIO.
           IF WRK-MESMO-FUNC EQUAL 'S'
               MOVE PREVANT-REG TO WRK-ANT-ACHADA
               MOVE 'S' TO WRK-ANT-ACHADA-SW
           ELSE
               READ PREVANT AT END MOVE 1 TO FLAG-PREVANT
               END-READ
           END-IF.

       180-CABECALHO-PREVIA.
           MOVE ZEROS TO WRK-PREVIA-FORA.
           MOVE ZEROS TO WRK-PREVIA-NOVOS.
           MOVE ZEROS TO WRK-PREVIA-AUSENTES.
           MOVE ZEROS TO WRK-PREV-TOT-BRUTO.
           MOVE ZEROS TO WRK-PREV-TOT-DESC.
           MOVE ZEROS TO WRK-PREV-TOT-LIQ.
           MOVE ALL '=' TO PREVIA-REG.
           WRITE PREVIA-REG.
           MOVE SPACES TO WRK-LINHA-PREV.
           STRING 'PREVIA DA FOLHA - COMPETENCIA ' DELIMITED BY SIZE
               WRK-COMPETENCIA DELIMITED BY SIZE
               '  (NENHUM ARQUIVO DA FOLHA GRAVADO)' DELIMITED BY SIZE
               INTO WRK-LINHA-PREV
           END-STRING.
           MOVE WRK-LINHA-PREV TO PREVIA-REG.
           WRITE PREVIA-REG.
           MOVE SPACES TO WRK-LINHA-PREV.
           STRING 'COMPARADA COM ' DELIMITED BY SIZE
               WRK-COMP-ANTERIOR DELIMITED BY SIZE
               ' - TOLERANCIA DO LIQUIDO: ' DELIMITED BY SIZE
               WRK-TOLERANCIA-ED DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO WRK-LINHA-PREV
           END-STRING.
           MOVE WRK-LINHA-PREV TO PREVIA-REG.
           WRITE PREVIA-REG.
           MOVE '(* LIQUIDO FORA DA TOLERANCIA  N SEM FOLHA ANTERIOR)'
               TO PREVIA-REG.
           WRITE PREVIA-REG.
           MOVE ALL '=' TO PREVIA-REG.
           WRITE PREVIA-REG.
           MOVE SPACES TO WRK-LINHA-PREV.
           MOVE 'FUNCIONARIO' TO WRK-LINHA-PREV(1:11).
           MOVE 'BRUTO' TO WRK-LINHA-PREV(39:5).
           MOVE 'DESCONTOS' TO WRK-LINHA-PREV(48:9).
           MOVE 'LIQUIDO' TO WRK-LINHA-PREV(63:7).
           MOVE 'VAR.%' TO WRK-LINHA-PREV(74:5).
           MOVE WRK-LINHA-PREV TO PREVIA-REG.
           WRITE PREVIA-REG.
           MOVE ALL '-' TO PREVIA-REG.
           WRITE PREVIA-REG.

       181-LISTA-MOVIMENTOS.
      **
      * The month's admissions and terminations, out of what the
      * preview noted in PREVMOV.TMP while computing.
      **
           MOVE SPACES TO PREVIA-REG.
           WRITE PREVIA-REG.
           MOVE 'ADMISSOES NA COMPETENCIA:' TO PREVIA-REG.
           WRITE PREVIA-REG.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE 'A' TO WRK-TIPO-MOV.
           PERFORM 224-LISTA-MOV-TIPO.
           IF WRK-QTD-LISTADOS EQUAL ZEROS
               MOVE '   NENHUMA' TO PREVIA-REG
               WRITE PREVIA-REG
           END-IF.
           MOVE 'DESLIGAMENTOS NA COMPETENCIA:' TO PREVIA-REG.
           WRITE PREVIA-REG.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE 'D' TO WRK-TIPO-MOV.
           PERFORM 224-LISTA-MOV-TIPO.
           IF WRK-QTD-LISTADOS EQUAL ZEROS
               MOVE '   NENHUM' TO PREVIA-REG
               WRITE PREVIA-REG
           END-IF.

       182-LISTA-MOV-ITEM.
           IF PVM-TIPO EQUAL WRK-TIPO-MOV
               ADD 1 TO WRK-QTD-LISTADOS
               MOVE SPACES TO WRK-LINHA-PREV
               STRING '   ' DELIMITED BY SIZE
                   PVM-NOME DELIMITED BY SIZE
                   ' EM ' DELIMITED BY SIZE
                   PVM-DATA DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   PVM-MOTIVO DELIMITED BY SIZE
                   INTO WRK-LINHA-PREV
               END-STRING
               MOVE WRK-LINHA-PREV TO PREVIA-REG
               WRITE PREVIA-REG
           END-IF.
           READ PREVMOV AT END MOVE 1 TO FLAG-PREVMOV.

       183-LISTA-AUSENTES.
      **
      * Everyone paid in the previous competencia the preview did
      * not compute now, with the reason when the run saw one - a
      * desligado skipped or a record the critica would reject;
      * otherwise the employee is simply no longer on file.
      **
           MOVE ZEROS TO WRK-ANT-TOT-BRUTO.
           MOVE ZEROS TO WRK-ANT-TOT-DESC.
           MOVE ZEROS TO WRK-ANT-TOT-LIQ.
           MOVE SPACES TO WRK-LINHA-PREV.
           STRING 'PRESENTES EM ' DELIMITED BY SIZE
               WRK-COMP-ANTERIOR DELIMITED BY SIZE
               ' E AUSENTES NESTA PREVIA:' DELIMITED BY SIZE
               INTO WRK-LINHA-PREV
           END-STRING.
           MOVE WRK-LINHA-PREV TO PREVIA-REG.
           WRITE PREVIA-REG.
           OPEN INPUT PREVANT.
           IF WS-PREVANT-STATUS EQUAL '00'
               MOVE 0 TO FLAG-PREVANT
               READ PREVANT AT END MOVE 1 TO FLAG-PREVANT
               END-READ
               PERFORM 184-AUSENTE-ITEM
                   UNTIL FLAG-PREVANT EQUAL TO 1
               CLOSE PREVANT
           END-IF.
           IF WRK-PREVIA-AUSENTES EQUAL ZEROS
               MOVE '   NENHUM' TO PREVIA-REG
               WRITE PREVIA-REG
           END-IF.

       184-AUSENTE-ITEM.
      **
      * A previous line is present when PREVCALC.TMP holds it; the
      * reason of an absent one is the first 'P' or 'J' movement
      * noted under the name.
      **
           ADD PVA-BRUTO TO WRK-ANT-TOT-BRUTO.
           ADD PVA-DESCONTOS TO WRK-ANT-TOT-DESC.
           ADD PVA-LIQUIDO TO WRK-ANT-TOT-LIQ.
           MOVE 'N' TO WRK-ANT-CALCULADA-SW.
           OPEN INPUT PREVCALC.
           IF WS-PREVCALC-STATUS EQUAL '00'
               MOVE 0 TO FLAG-PREVCALC
               READ PREVCALC AT END MOVE 1 TO FLAG-PREVCALC
               END-READ
               PERFORM 223-CALCULADA-ITEM
                   UNTIL FLAG-PREVCALC EQUAL TO 1
                   OR WRK-ANT-CALCULADA-SW EQUAL 'S'
               CLOSE PREVCALC
           END-IF.
           IF WRK-ANT-CALCULADA-SW NOT EQUAL 'S'
               ADD 1 TO WRK-PREVIA-AUSENTES
               MOVE PVA-NOME TO WRK-NOME-PREVIA
               MOVE 'N' TO WRK-MOV-ACHADO-SW
               OPEN INPUT PREVMOV
               IF WS-PREVMOV-STATUS EQUAL '00'
                   MOVE 0 TO FLAG-PREVMOV
                   READ PREVMOV AT END MOVE 1 TO FLAG-PREVMOV
                   END-READ
                   PERFORM 185-PROCURA-MOV-ITEM
                       UNTIL FLAG-PREVMOV EQUAL TO 1
                       OR WRK-MOV-ACHADO-SW EQUAL 'S'
                   CLOSE PREVMOV
               END-IF
               IF WRK-MOV-ACHADO-SW NOT EQUAL 'S'
                   MOVE 'FORA DE FUNCIONARIOS.DAT' TO WRK-MOTIVO-MOV
               END-IF
               MOVE SPACES TO WRK-LINHA-PREV
               STRING '   ' DELIMITED BY SIZE
                   WRK-NOME-PREVIA DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WRK-MOTIVO-MOV DELIMITED BY SIZE
                   INTO WRK-LINHA-PREV
               END-STRING
               MOVE WRK-LINHA-PREV TO PREVIA-REG
               WRITE PREVIA-REG
           END-IF.
           READ PREVANT AT END MOVE 1 TO FLAG-PREVANT.

       185-PROCURA-MOV-ITEM.
           IF PVM-NOME EQUAL WRK-NOME-PREVIA
               AND (PVM-TIPO EQUAL 'P'
               OR PVM-TIPO EQUAL 'J')
               MOVE PVM-MOTIVO TO WRK-MOTIVO-MOV
               MOVE 'S' TO WRK-MOV-ACHADO-SW
           ELSE
               READ PREVMOV AT END MOVE 1 TO FLAG-PREVMOV
               END-READ
           END-IF.

       186-RESUMO-PREVIA.
      **
      * Totals of both competencias, the control counts and the
      * sign-off block; the same counts go to the console.
      **
           MOVE SPACES TO PREVIA-REG.
           WRITE PREVIA-REG.
           MOVE ALL '=' TO PREVIA-REG.
           WRITE PREVIA-REG.
           MOVE SPACES TO WRK-LINHA-PREVIA.
           STRING 'TOTAL ' DELIMITED BY SIZE
               WRK-COMPETENCIA DELIMITED BY SIZE
               ' (PREVIA)' DELIMITED BY SIZE
               INTO PRV-NOME
           END-STRING.
           MOVE WRK-PREV-TOT-BRUTO TO PRV-BRUTO.
           MOVE WRK-PREV-TOT-DESC TO PRV-DESCONTOS.
           MOVE WRK-PREV-TOT-LIQ TO PRV-LIQUIDO.
           MOVE WRK-LINHA-PREVIA TO PREVIA-REG.
           WRITE PREVIA-REG.
           MOVE SPACES TO WRK-LINHA-PREVIA.
           STRING 'TOTAL ' DELIMITED BY SIZE
               WRK-COMP-ANTERIOR DELIMITED BY SIZE
               INTO PRV-NOME
           END-STRING.
           MOVE WRK-ANT-TOT-BRUTO TO PRV-BRUTO.
           MOVE WRK-ANT-TOT-DESC TO PRV-DESCONTOS.
           MOVE WRK-ANT-TOT-LIQ TO PRV-LIQUIDO.
           MOVE WRK-LINHA-PREVIA TO PREVIA-REG.
           WRITE PREVIA-REG.
           MOVE ALL '=' TO PREVIA-REG.
           WRITE PREVIA-REG.
           MOVE 'FUNCIONARIOS CALCULADOS:' TO WRK-ROTULO-PREVIA.
           MOVE WRK-PROCESSADOS TO WRK-CONTADOR-ED.
           PERFORM 187-LINHA-CONTADOR.
           MOVE 'REGISTROS QUE SERIAM REJEITADOS:'
               TO WRK-ROTULO-PREVIA.
           MOVE WRK-REJEITADOS TO WRK-CONTADOR-ED.
           PERFORM 187-LINHA-CONTADOR.
           MOVE 'DESLIGADOS PULADOS:' TO WRK-ROTULO-PREVIA.
           MOVE WRK-DESLIGADOS TO WRK-CONTADOR-ED.
           PERFORM 187-LINHA-CONTADOR.
           MOVE 'LIQUIDO FORA DA TOLERANCIA:' TO WRK-ROTULO-PREVIA.
           MOVE WRK-PREVIA-FORA TO WRK-CONTADOR-ED.
           PERFORM 187-LINHA-CONTADOR.
           MOVE 'SEM FOLHA NA COMPETENCIA ANTERIOR:'
               TO WRK-ROTULO-PREVIA.
           MOVE WRK-PREVIA-NOVOS TO WRK-CONTADOR-ED.
           PERFORM 187-LINHA-CONTADOR.
           MOVE 'AUSENTES DA COMPETENCIA ANTERIOR:'
               TO WRK-ROTULO-PREVIA.
           MOVE WRK-PREVIA-AUSENTES TO WRK-CONTADOR-ED.
           PERFORM 187-LINHA-CONTADOR.
           MOVE SPACES TO PREVIA-REG.
           WRITE PREVIA-REG.
           MOVE 'CONFERIDO POR: ______________________________  '
               TO WRK-LINHA-PREV.
           MOVE 'DATA: ___/___/______' TO WRK-LINHA-PREV(50:20).
           MOVE WRK-LINHA-PREV TO PREVIA-REG.
           WRITE PREVIA-REG.
           DISPLAY '############'.
           DISPLAY 'PREVIA GRAVADA EM PREVIA.TXT - NENHUM ARQUIVO DA '
               'FOLHA FOI ALTERADO.'.
           MOVE WRK-PREV-TOT-LIQ TO WRK-LIQUIDO-ED.
           DISPLAY 'TOTAL LIQUIDO PREVISTO: R$' WRK-LIQUIDO-ED.
           MOVE WRK-PREVIA-FORA TO WRK-CONTADOR-ED.
           DISPLAY 'LIQUIDO FORA DA TOLERANCIA: ' WRK-CONTADOR-ED.
           MOVE WRK-PREVIA-AUSENTES TO WRK-CONTADOR-ED.
           DISPLAY 'AUSENTES DA COMPETENCIA ANTERIOR: '
               WRK-CONTADOR-ED.

       187-LINHA-CONTADOR.
           MOVE SPACES TO WRK-LINHA-PREV.
           MOVE WRK-ROTULO-PREVIA TO WRK-LINHA-PREV(1:40).
           MOVE WRK-CONTADOR-ED TO WRK-LINHA-PREV(41:5).
           MOVE WRK-LINHA-PREV TO PREVIA-REG.
           WRITE PREVIA-REG.

       188-SEPARA-ANTERIOR.
           OPEN INPUT FOLHAARQ.
           IF WS-FOLHAARQ-STATUS EQUAL '00'
               MOVE 0 TO FLAG-FOLHAARQ
               READ FOLHAARQ AT END MOVE 1 TO FLAG-FOLHAARQ
               END-READ
               PERFORM 173-ANTERIOR-ARQ-ITEM
                   UNTIL FLAG-FOLHAARQ EQUAL TO 1
               CLOSE FOLHAARQ
           END-IF.
           OPEN INPUT FOLHA.
           IF WS-FOLHA-STATUS EQUAL '00'
               MOVE 0 TO FLAG-CONSULTA
               READ FOLHA AT END MOVE 1 TO FLAG-CONSULTA
               END-READ
               PERFORM 174-ANTERIOR-FOLHA-ITEM
                   UNTIL FLAG-CONSULTA EQUAL TO 1
               CLOSE FOLHA
           END-IF.

       189-GRAVA-ANTERIOR.
      **
      * Output of the sort: the last record of each employee is the
      * one written to PREVANT.TMP.
      **
           OPEN OUTPUT PREVANT.
           MOVE HIGH-VALUES TO WRK-PRV-GRUPO.
           MOVE 0 TO FLAG-SORT-PREVIA.
           RETURN SORT-PREVIA AT END MOVE 1 TO FLAG-SORT-PREVIA
           END-RETURN.
           PERFORM 225-GRAVA-ANT-ITEM
               UNTIL FLAG-SORT-PREVIA EQUAL TO 1.
           IF WRK-PRV-GRUPO NOT EQUAL HIGH-VALUES
               WRITE PREVANT-REG
               ADD 1 TO QTD-PREVIA-ANT
           END-IF.
           CLOSE PREVANT.

       190-GERA-CNAB.
      **
      * Splits the remittance just closed into one CNAB 240 file per
      * credited bank, CNABbbb.TXT, so each bank gets its own credits
      * in the layout it accepts. A first pass over REMESSA.TXT lists
      * the banks with count and sum; each file then takes a pass of
      * its own. The file sequence numbers go back to CONVENIOS.TXT
      * and the control report closes the run.
      **
           MOVE ZEROS TO QTD-BANCOS-CNAB.
           MOVE ZEROS TO WRK-CNAB-SEM-BANCO.
           MOVE 0 TO FLAG-LIMITE-CNAB.
           OPEN INPUT REMESSA.
           IF WS-REMESSA-STATUS EQUAL '00'
               MOVE 0 TO FLAG-CNAB-REMESSA
               READ REMESSA AT END MOVE 1 TO FLAG-CNAB-REMESSA
               END-READ
               PERFORM 191-BANCOS-CNAB-ITEM
                   UNTIL FLAG-CNAB-REMESSA EQUAL TO 1
               CLOSE REMESSA
           END-IF.
           IF QTD-BANCOS-CNAB GREATER THAN ZEROS
               MOVE SPACES TO WRK-CNAB-EMP-CODIGO
               IF IDX-EMP-PAGADORA GREATER THAN ZEROS
                   MOVE TABEMP-CODIGO(IDX-EMP-PAGADORA)
                       TO WRK-CNAB-EMP-CODIGO
               END-IF
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-DATA-HOJE(7:2) TO WRK-CNAB-DD
               MOVE WRK-DATA-HOJE(5:2) TO WRK-CNAB-MM
               MOVE WRK-DATA-HOJE(1:4) TO WRK-CNAB-AAAA
               ACCEPT WRK-HORA-CNAB FROM TIME
               PERFORM 193-CARREGA-CONVENIOS
               PERFORM 195-ARQUIVO-BANCO
                   VARYING IDX-BANCO-CNAB FROM 1 BY 1
                   UNTIL IDX-BANCO-CNAB GREATER THAN QTD-BANCOS-CNAB
               PERFORM 200-GRAVA-CONVENIOS
               PERFORM 202-CONTROLE-REMESSA
           END-IF.

       191-BANCOS-CNAB-ITEM.
           IF REM-D-TIPO EQUAL 'D'
               IF REM-D-BANCO EQUAL SPACES
                   ADD 1 TO WRK-CNAB-SEM-BANCO
               ELSE
                   MOVE ZEROS TO IDX-CNB-ACHADO
                   PERFORM 192-PROCURA-BANCO-CNAB
                       VARYING IDX-BANCO-CNAB FROM 1 BY 1
                       UNTIL IDX-BANCO-CNAB GREATER THAN
                           QTD-BANCOS-CNAB
                   IF IDX-CNB-ACHADO EQUAL ZEROS
                       AND QTD-BANCOS-CNAB LESS THAN 50
                       ADD 1 TO QTD-BANCOS-CNAB
                       MOVE QTD-BANCOS-CNAB TO IDX-CNB-ACHADO
                       MOVE REM-D-BANCO
                           TO TABCNB-BANCO(IDX-CNB-ACHADO)
                       MOVE ZEROS TO TABCNB-QTD(IDX-CNB-ACHADO)
                       MOVE ZEROS TO TABCNB-SOMA(IDX-CNB-ACHADO)
                       MOVE ZEROS TO TABCNB-IDX-CNV(IDX-CNB-ACHADO)
                   END-IF
                   IF IDX-CNB-ACHADO GREATER THAN ZEROS
                       ADD 1 TO TABCNB-QTD(IDX-CNB-ACHADO)
                       ADD REM-D-LIQUIDO
                           TO TABCNB-SOMA(IDX-CNB-ACHADO)
                   ELSE
                       IF FLAG-LIMITE-CNAB EQUAL 0
                           DISPLAY 'AVISO: REMESSA COM MAIS DE 50 '
                               'BANCOS - EXCEDENTES SEM ARQUIVO CNAB.'
                           MOVE 1 TO FLAG-LIMITE-CNAB
                       END-IF
                   END-IF
               END-IF
           END-IF.
           READ REMESSA AT END MOVE 1 TO FLAG-CNAB-REMESSA.

       192-PROCURA-BANCO-CNAB.
           IF TABCNB-BANCO(IDX-BANCO-CNAB) EQUAL REM-D-BANCO
               MOVE IDX-BANCO-CNAB TO IDX-CNB-ACHADO
           END-IF.

       193-CARREGA-CONVENIOS.
      **
      * Loads CONVENIOS.TXT; the file may not exist yet - every bank
      * then gets a blank convenio line appended at the end.
      **
           MOVE ZEROS TO QTD-CONVENIOS.
           MOVE 0 TO FLAG-LIMITE-CNV.
           OPEN INPUT CONVENIOS.
           IF WS-CONVENIOS-STATUS EQUAL '00'
               MOVE 0 TO FLAG-CONVENIOS
               READ CONVENIOS AT END MOVE 1 TO FLAG-CONVENIOS
               END-READ
               PERFORM 194-CONVENIO-ITEM
                   UNTIL FLAG-CONVENIOS EQUAL TO 1
               CLOSE CONVENIOS
           END-IF.

       194-CONVENIO-ITEM.
           IF QTD-CONVENIOS LESS THAN 100
               ADD 1 TO QTD-CONVENIOS
               MOVE CNV-EMP-CODIGO TO TABCNV-EMP-CODIGO(QTD-CONVENIOS)
               MOVE CNV-BANCO TO TABCNV-BANCO(QTD-CONVENIOS)
               MOVE CNV-CONVENIO TO TABCNV-CONVENIO(QTD-CONVENIOS)
               MOVE CNV-AGENCIA TO TABCNV-AGENCIA(QTD-CONVENIOS)
               MOVE CNV-CONTA TO TABCNV-CONTA(QTD-CONVENIOS)
               IF CNV-NSA NUMERIC
                   MOVE CNV-NSA TO TABCNV-NSA(QTD-CONVENIOS)
               ELSE
                   MOVE ZEROS TO TABCNV-NSA(QTD-CONVENIOS)
               END-IF
               MOVE CNV-NOME-BANCO TO TABCNV-NOME-BANCO(QTD-CONVENIOS)
           ELSE
               IF FLAG-LIMITE-CNV EQUAL 0
                   DISPLAY 'AVISO: CONVENIOS.TXT LIMITADO A 100 '
                       'LINHAS, RESTANTE IGNORADO.'
                   MOVE 1 TO FLAG-LIMITE-CNV
               END-IF
           END-IF.
           READ CONVENIOS AT END MOVE 1 TO FLAG-CONVENIOS.

       195-ARQUIVO-BANCO.
      **
      * One bank's file: its convenio with the paying company (a
      * new blank one when there is none, taking the company's own
      * account when it is at the same bank), the next file
      * sequence number, and then header, batch and trailers.
      **
           MOVE ZEROS TO IDX-CNV-ACHADO.
           PERFORM 196-PROCURA-CONVENIO
               VARYING IDX-CONVENIO FROM 1 BY 1
               UNTIL IDX-CONVENIO GREATER THAN QTD-CONVENIOS.
           IF IDX-CNV-ACHADO EQUAL ZEROS
               AND QTD-CONVENIOS LESS THAN 100
               ADD 1 TO QTD-CONVENIOS
               MOVE QTD-CONVENIOS TO IDX-CNV-ACHADO
               MOVE WRK-CNAB-EMP-CODIGO
                   TO TABCNV-EMP-CODIGO(IDX-CNV-ACHADO)
               MOVE TABCNB-BANCO(IDX-BANCO-CNAB)
                   TO TABCNV-BANCO(IDX-CNV-ACHADO)
               MOVE SPACES TO TABCNV-CONVENIO(IDX-CNV-ACHADO)
               MOVE SPACES TO TABCNV-AGENCIA(IDX-CNV-ACHADO)
               MOVE SPACES TO TABCNV-CONTA(IDX-CNV-ACHADO)
               MOVE ZEROS TO TABCNV-NSA(IDX-CNV-ACHADO)
               MOVE SPACES TO TABCNV-NOME-BANCO(IDX-CNV-ACHADO)
               IF IDX-EMP-PAGADORA GREATER THAN ZEROS
                   IF TABEMP-BANCO(IDX-EMP-PAGADORA)
                       EQUAL TABCNB-BANCO(IDX-BANCO-CNAB)
                       MOVE TABEMP-AGENCIA(IDX-EMP-PAGADORA)
                           TO TABCNV-AGENCIA(IDX-CNV-ACHADO)
                       MOVE TABEMP-CONTA(IDX-EMP-PAGADORA)
                           TO TABCNV-CONTA(IDX-CNV-ACHADO)
                   END-IF
               END-IF
           END-IF.
           IF IDX-CNV-ACHADO EQUAL ZEROS
               DISPLAY 'AVISO: SEM LUGAR EM CONVENIOS.TXT PARA O BANCO '
                   TABCNB-BANCO(IDX-BANCO-CNAB)
                   ' - ARQUIVO CNAB NAO GERADO.'
           ELSE
               MOVE IDX-CNV-ACHADO TO TABCNB-IDX-CNV(IDX-BANCO-CNAB)
               ADD 1 TO TABCNV-NSA(IDX-CNV-ACHADO)
               MOVE SPACES TO WRK-ARQ-CNAB
               STRING 'CNAB' DELIMITED BY SIZE
                   TABCNB-BANCO(IDX-BANCO-CNAB) DELIMITED BY SIZE
                   '.TXT' DELIMITED BY SIZE
                   INTO WRK-ARQ-CNAB
               END-STRING
               OPEN OUTPUT CNAB
               IF WS-CNAB-STATUS NOT EQUAL '00'
                   DISPLAY 'ERRO AO ABRIR ' WRK-ARQ-CNAB
                       ' - FILE STATUS: ' WS-CNAB-STATUS
               ELSE
                   PERFORM 197-HEADERS-CNAB
                   MOVE ZEROS TO WRK-CNAB-SEQ
                   OPEN INPUT REMESSA
                   MOVE 0 TO FLAG-CNAB-REMESSA
                   READ REMESSA AT END MOVE 1 TO FLAG-CNAB-REMESSA
                   END-READ
                   PERFORM 198-DETALHE-CNAB-ITEM
                       UNTIL FLAG-CNAB-REMESSA EQUAL TO 1
                   CLOSE REMESSA
                   PERFORM 199-TRAILERS-CNAB
                   CLOSE CNAB
               END-IF
           END-IF.

       196-PROCURA-CONVENIO.
           IF TABCNV-EMP-CODIGO(IDX-CONVENIO) EQUAL WRK-CNAB-EMP-CODIGO
               AND TABCNV-BANCO(IDX-CONVENIO)
                   EQUAL TABCNB-BANCO(IDX-BANCO-CNAB)
               MOVE IDX-CONVENIO TO IDX-CNV-ACHADO
           END-IF.

       197-HEADERS-CNAB.
      **
      * File header (registro 0) and batch header (registro 1): the
      * paying company - CNPJ, name, address - its convenio and the
      * account debited at this bank. Service 30 (salarios), credit
      * in current account (forma 01).
      **
           MOVE SPACES TO CNAB-REG.
           MOVE TABCNB-BANCO(IDX-BANCO-CNAB) TO CNB-HA-BANCO.
           MOVE '0000' TO CNB-HA-LOTE.
           MOVE '0' TO CNB-HA-TIPO.
           MOVE '2' TO CNB-HA-TIPO-INSCRICAO.
           MOVE TABCNV-CONVENIO(IDX-CNV-ACHADO) TO CNB-HA-CONVENIO.
           MOVE ZEROS TO CNB-HA-AGENCIA.
           IF TABCNV-AGENCIA(IDX-CNV-ACHADO) NUMERIC
               MOVE TABCNV-AGENCIA(IDX-CNV-ACHADO) TO CNB-HA-AGENCIA
           END-IF.
           MOVE ZEROS TO CNB-HA-CONTA.
           IF TABCNV-CONTA(IDX-CNV-ACHADO) NUMERIC
               MOVE TABCNV-CONTA(IDX-CNV-ACHADO)(1:8) TO CNB-HA-CONTA
               MOVE TABCNV-CONTA(IDX-CNV-ACHADO)(9:1)
                   TO CNB-HA-DV-CONTA
           END-IF.
           IF IDX-EMP-PAGADORA GREATER THAN ZEROS
               MOVE TABEMP-CNPJ(IDX-EMP-PAGADORA) TO CNB-HA-CNPJ
               MOVE TABEMP-RAZAO-SOCIAL(IDX-EMP-PAGADORA)
                   TO CNB-HA-NOME-EMPRESA
           END-IF.
           MOVE TABCNV-NOME-BANCO(IDX-CNV-ACHADO) TO CNB-HA-NOME-BANCO.
           MOVE '1' TO CNB-HA-CODIGO.
           MOVE WRK-DATA-CNAB TO CNB-HA-DATA.
           MOVE WRK-HORA-CNAB(1:6) TO CNB-HA-HORA.
           MOVE TABCNV-NSA(IDX-CNV-ACHADO) TO CNB-HA-NSA.
           MOVE '089' TO CNB-HA-VERSAO.
           MOVE '01600' TO CNB-HA-DENSIDADE.
           WRITE CNAB-REG.
           MOVE SPACES TO CNAB-REG.
           MOVE TABCNB-BANCO(IDX-BANCO-CNAB) TO CNB-HL-BANCO.
           MOVE 1 TO CNB-HL-LOTE.
           MOVE '1' TO CNB-HL-TIPO.
           MOVE 'C' TO CNB-HL-OPERACAO.
           MOVE '30' TO CNB-HL-SERVICO.
           MOVE '01' TO CNB-HL-FORMA.
           MOVE '045' TO CNB-HL-VERSAO.
           MOVE '2' TO CNB-HL-TIPO-INSCRICAO.
           MOVE TABCNV-CONVENIO(IDX-CNV-ACHADO) TO CNB-HL-CONVENIO.
           MOVE ZEROS TO CNB-HL-AGENCIA.
           IF TABCNV-AGENCIA(IDX-CNV-ACHADO) NUMERIC
               MOVE TABCNV-AGENCIA(IDX-CNV-ACHADO) TO CNB-HL-AGENCIA
           END-IF.
           MOVE ZEROS TO CNB-HL-CONTA.
           IF TABCNV-CONTA(IDX-CNV-ACHADO) NUMERIC
               MOVE TABCNV-CONTA(IDX-CNV-ACHADO)(1:8) TO CNB-HL-CONTA
               MOVE TABCNV-CONTA(IDX-CNV-ACHADO)(9:1)
                   TO CNB-HL-DV-CONTA
           END-IF.
           IF IDX-EMP-PAGADORA GREATER THAN ZEROS
               MOVE TABEMP-CNPJ(IDX-EMP-PAGADORA) TO CNB-HL-CNPJ
               MOVE TABEMP-RAZAO-SOCIAL(IDX-EMP-PAGADORA)
                   TO CNB-HL-NOME-EMPRESA
               MOVE TABEMP-ENDERECO(IDX-EMP-PAGADORA)
                   TO CNB-HL-ENDERECO
               MOVE TABEMP-CIDADE(IDX-EMP-PAGADORA) TO CNB-HL-CIDADE
               MOVE TABEMP-CEP(IDX-EMP-PAGADORA)(1:5) TO CNB-HL-CEP
               MOVE TABEMP-CEP(IDX-EMP-PAGADORA)(6:3)
                   TO CNB-HL-CEP-COMPL
               MOVE TABEMP-UF(IDX-EMP-PAGADORA) TO CNB-HL-UF
           END-IF.
           STRING 'SALARIOS COMPETENCIA ' DELIMITED BY SIZE
               WRK-COMPETENCIA DELIMITED BY SIZE
               INTO CNB-HL-MENSAGEM
           END-STRING.
           WRITE CNAB-REG.

       198-DETALHE-CNAB-ITEM.
      **
      * One credit of this bank: segment A with the account and the
      * amount, identified by matricula and competencia; segment B
      * with the employee's CPF.
      **
           IF REM-D-TIPO EQUAL 'D'
               AND REM-D-BANCO EQUAL TABCNB-BANCO(IDX-BANCO-CNAB)
               MOVE SPACES TO CNAB-REG
               MOVE TABCNB-BANCO(IDX-BANCO-CNAB) TO CNB-A-BANCO
               MOVE 1 TO CNB-A-LOTE
               MOVE '3' TO CNB-A-TIPO
               ADD 1 TO WRK-CNAB-SEQ
               MOVE WRK-CNAB-SEQ TO CNB-A-SEQUENCIA
               MOVE 'A' TO CNB-A-SEGMENTO
               MOVE '0' TO CNB-A-MOVIMENTO
               MOVE '00' TO CNB-A-INSTRUCAO
               MOVE '000' TO CNB-A-CAMARA
               MOVE REM-D-BANCO TO CNB-A-BANCO-FAV
               MOVE ZEROS TO CNB-A-AGENCIA-FAV
               IF REM-D-AGENCIA NUMERIC
                   MOVE REM-D-AGENCIA TO CNB-A-AGENCIA-FAV
               END-IF
               MOVE ZEROS TO CNB-A-CONTA-FAV
               IF REM-D-CONTA NUMERIC
                   MOVE REM-D-CONTA(1:8) TO CNB-A-CONTA-FAV
                   MOVE REM-D-CONTA(9:1) TO CNB-A-DV-CONTA
               END-IF
               MOVE REM-D-NOME TO CNB-A-NOME-FAV
               MOVE REM-D-MATRICULA TO CNB-A-MATRICULA
               MOVE WRK-COMPETENCIA TO CNB-A-COMPETENCIA
               MOVE WRK-DATA-CNAB TO CNB-A-DATA-PAGTO
               MOVE 'BRL' TO CNB-A-MOEDA
               MOVE ZEROS TO CNB-A-QTD-MOEDA
               MOVE REM-D-LIQUIDO TO CNB-A-VALOR
               MOVE ZEROS TO CNB-A-DATA-REAL
               MOVE ZEROS TO CNB-A-VALOR-REAL
               MOVE '0' TO CNB-A-AVISO
               WRITE CNAB-REG
               MOVE SPACES TO CNAB-REG
               MOVE TABCNB-BANCO(IDX-BANCO-CNAB) TO CNB-B-BANCO
               MOVE 1 TO CNB-B-LOTE
               MOVE '3' TO CNB-B-TIPO
               ADD 1 TO WRK-CNAB-SEQ
               MOVE WRK-CNAB-SEQ TO CNB-B-SEQUENCIA
               MOVE 'B' TO CNB-B-SEGMENTO
               MOVE '1' TO CNB-B-TIPO-INSCRICAO
               MOVE '000' TO CNB-B-CPF(1:3)
               MOVE REM-D-CPF TO CNB-B-CPF(4:11)
               IF REM-D-CPF NOT NUMERIC
                   MOVE ALL '0' TO CNB-B-CPF
               END-IF
               MOVE WRK-DATA-CNAB TO CNB-B-DATA-VENC
               MOVE REM-D-LIQUIDO TO CNB-B-VALOR-DOC
               MOVE ZEROS TO CNB-B-ABATIMENTO
               MOVE ZEROS TO CNB-B-DESCONTO
               MOVE ZEROS TO CNB-B-MORA
               MOVE ZEROS TO CNB-B-MULTA
               MOVE '0' TO CNB-B-AVISO
               WRITE CNAB-REG
           END-IF.
           READ REMESSA AT END MOVE 1 TO FLAG-CNAB-REMESSA.

       199-TRAILERS-CNAB.
      **
      * Batch trailer with the batch's record count (headers and
      * trailers included) and the sum of the credits; file trailer
      * with one batch and every record of the file.
      **
           MOVE SPACES TO CNAB-REG.
           MOVE TABCNB-BANCO(IDX-BANCO-CNAB) TO CNB-TL-BANCO.
           MOVE 1 TO CNB-TL-LOTE.
           MOVE '5' TO CNB-TL-TIPO.
           COMPUTE CNB-TL-QTD-REGISTROS = WRK-CNAB-SEQ + 2.
           MOVE TABCNB-SOMA(IDX-BANCO-CNAB) TO CNB-TL-SOMA.
           MOVE ZEROS TO CNB-TL-QTD-MOEDA.
           MOVE ZEROS TO CNB-TL-AVISO.
           WRITE CNAB-REG.
           MOVE SPACES TO CNAB-REG.
           MOVE TABCNB-BANCO(IDX-BANCO-CNAB) TO CNB-TA-BANCO.
           MOVE '9999' TO CNB-TA-LOTE.
           MOVE '9' TO CNB-TA-TIPO.
           MOVE 1 TO CNB-TA-QTD-LOTES.
           COMPUTE CNB-TA-QTD-REGISTROS = WRK-CNAB-SEQ + 4.
           MOVE ZEROS TO CNB-TA-QTD-CONTAS.
           WRITE CNAB-REG.

       200-GRAVA-CONVENIOS.
      **
      * Writes CONVENIOS.TXT back with the sequence numbers just
      * used and any line added for a bank credited for the first
      * time.
      **
           OPEN OUTPUT CONVENIOS.
           IF WS-CONVENIOS-STATUS NOT EQUAL '00'
               DISPLAY 'ERRO AO REGRAVAR CONVENIOS.TXT - FILE STATUS: '
                   WS-CONVENIOS-STATUS
           ELSE
               PERFORM 201-GRAVA-CONVENIO-ITEM
                   VARYING IDX-CONVENIO FROM 1 BY 1
                   UNTIL IDX-CONVENIO GREATER THAN QTD-CONVENIOS
               CLOSE CONVENIOS
           END-IF.

       201-GRAVA-CONVENIO-ITEM.
           MOVE SPACES TO CONVENIO-REG.
           MOVE TABCNV-EMP-CODIGO(IDX-CONVENIO) TO CNV-EMP-CODIGO.
           MOVE TABCNV-BANCO(IDX-CONVENIO) TO CNV-BANCO.
           MOVE TABCNV-CONVENIO(IDX-CONVENIO) TO CNV-CONVENIO.
           MOVE TABCNV-AGENCIA(IDX-CONVENIO) TO CNV-AGENCIA.
           MOVE TABCNV-CONTA(IDX-CONVENIO) TO CNV-CONTA.
           MOVE TABCNV-NSA(IDX-CONVENIO) TO CNV-NSA.
           MOVE TABCNV-NOME-BANCO(IDX-CONVENIO) TO CNV-NOME-BANCO.
           WRITE CONVENIO-REG.

       202-CONTROLE-REMESSA.
      **
      * Remittance control report: one line per bank file with its
      * credits, total and the account to fund before sending it,
      * and the grand total - which must match the REMESSA.TXT
      * trailer.
      **
           MOVE ZEROS TO WRK-CNAB-TOT-QTD.
           MOVE ZEROS TO WRK-CNAB-TOT-SOMA.
           DISPLAY '############'.
           DISPLAY 'CONTROLE DA REMESSA POR BANCO - COMPETENCIA '
               WRK-COMPETENCIA.
           DISPLAY '############'.
           PERFORM 203-CONTROLE-ITEM
               VARYING IDX-BANCO-CNAB FROM 1 BY 1
               UNTIL IDX-BANCO-CNAB GREATER THAN QTD-BANCOS-CNAB.
           DISPLAY '############'.
           MOVE WRK-CNAB-TOT-QTD TO WRK-CONTADOR-ED.
           DISPLAY 'CREDITOS EM ARQUIVOS CNAB: ' WRK-CONTADOR-ED.
           MOVE WRK-CNAB-TOT-SOMA TO WRK-LIQUIDO-ED.
           DISPLAY 'TOTAL A PROVISIONAR: R$' WRK-LIQUIDO-ED.
           IF WRK-CNAB-SEM-BANCO GREATER THAN ZEROS
               MOVE WRK-CNAB-SEM-BANCO TO WRK-CONTADOR-ED
               DISPLAY 'AVISO: ' WRK-CONTADOR-ED ' CREDITO(S) SEM '
                   'BANCO NA REMESSA - FORA DOS ARQUIVOS CNAB.'
           END-IF.

       203-CONTROLE-ITEM.
           DISPLAY 'BANCO ' TABCNB-BANCO(IDX-BANCO-CNAB).
           IF TABCNB-IDX-CNV(IDX-BANCO-CNAB) EQUAL ZEROS
               DISPLAY '  ARQUIVO NAO GERADO.'
           ELSE
               MOVE TABCNB-IDX-CNV(IDX-BANCO-CNAB) TO IDX-CONVENIO
               DISPLAY '  ARQUIVO CNAB' TABCNB-BANCO(IDX-BANCO-CNAB)
                   '.TXT  SEQUENCIAL ' TABCNV-NSA(IDX-CONVENIO)
               MOVE TABCNB-QTD(IDX-BANCO-CNAB) TO WRK-CONTADOR-ED
               MOVE TABCNB-SOMA(IDX-BANCO-CNAB) TO WRK-LIQUIDO-ED
               DISPLAY '  CREDITOS: ' WRK-CONTADOR-ED
                   '  TOTAL: R$' WRK-LIQUIDO-ED
               DISPLAY '  CONTA A PROVISIONAR: AGENCIA '
                   TABCNV-AGENCIA(IDX-CONVENIO)
                   ' CONTA ' TABCNV-CONTA(IDX-CONVENIO)
               IF TABCNV-CONVENIO(IDX-CONVENIO) EQUAL SPACES
                   DISPLAY '  AVISO: SEM CONVENIO EM CONVENIOS.TXT - '
                       'COMPLETE ANTES DE ENVIAR.'
               END-IF
               ADD TABCNB-QTD(IDX-BANCO-CNAB) TO WRK-CNAB-TOT-QTD
               ADD TABCNB-SOMA(IDX-BANCO-CNAB) TO WRK-CNAB-TOT-SOMA
           END-IF.

       204-VERIFICA-ORCAMENTO.
      **
      * Budget check of the competencia being closed: the month's
      * payroll (the month plus the ferias paid in it, a
      * reprocessed record counted once - the same figures the
      * accounting export books) is summed per company and set
      * against its ORCAMENTOS.TXT line. Headcount, gross or net
      * above budget * (1 + tolerancia / 100) is warned about on
      * screen; the closing goes on regardless, PROG048 has the
      * full picture.
      **
           MOVE ZEROS TO QTD-ORC-FECHA.
           OPEN INPUT ORCAMENTOS.
           IF WS-ORCAMENTO-STATUS EQUAL '00'
               MOVE 0 TO FLAG-ORCAMENTO
               READ ORCAMENTOS AT END MOVE 1 TO FLAG-ORCAMENTO
               END-READ
               PERFORM 205-CARREGA-ORC-ITEM
                   UNTIL FLAG-ORCAMENTO EQUAL TO 1
               CLOSE ORCAMENTOS
           END-IF.
           IF QTD-ORC-FECHA GREATER THAN ZEROS
               PERFORM 105-CARREGA-EMPRESAS
               PERFORM 128-CARREGA-FOLHA-CTB
               MOVE ZEROS TO WRK-ORC-ESTOUROS
               PERFORM 206-CONFERE-ORCAMENTO
                   VARYING IDX-ORC-FECHA FROM 1 BY 1
                   UNTIL IDX-ORC-FECHA GREATER THAN QTD-ORC-FECHA
               IF WRK-ORC-ESTOUROS EQUAL ZEROS
                   DISPLAY 'FOLHA DE ' WRK-COMPETENCIA
                       ' DENTRO DO ORCAMENTO.'
               END-IF
           END-IF.

       205-CARREGA-ORC-ITEM.
           IF ORC-COMPETENCIA EQUAL WRK-COMPETENCIA
               AND QTD-ORC-FECHA LESS THAN 100
               ADD 1 TO QTD-ORC-FECHA
               MOVE ORC-EMP-CODIGO TO TABOF-EMP-CODIGO(QTD-ORC-FECHA)
               MOVE ORC-QTD-FUNC TO TABOF-QTD-FUNC(QTD-ORC-FECHA)
               MOVE ORC-BRUTO TO TABOF-BRUTO(QTD-ORC-FECHA)
               MOVE ORC-LIQUIDO TO TABOF-LIQUIDO(QTD-ORC-FECHA)
               MOVE ORC-TOLERANCIA TO TABOF-TOLERANCIA(QTD-ORC-FECHA)
           END-IF.
           READ ORCAMENTOS AT END MOVE 1 TO FLAG-ORCAMENTO.

       206-CONFERE-ORCAMENTO.
           MOVE ZEROS TO WRK-ORC-QTD.
           MOVE ZEROS TO WRK-ORC-BRUTO.
           MOVE ZEROS TO WRK-ORC-LIQUIDO.
           MOVE ZEROS TO IDX-CE-ACHADO.
           PERFORM 207-PROCURA-ORC-EMP
               VARYING IDX-CTB-EMP FROM 1 BY 1
               UNTIL IDX-CTB-EMP GREATER THAN QTD-CTB-EMP.
           IF IDX-CE-ACHADO GREATER THAN ZEROS
               MOVE CE-FUNC(IDX-CE-ACHADO) TO WRK-ORC-QTD
               MOVE CE-SALARIOS(IDX-CE-ACHADO) TO WRK-ORC-BRUTO
               MOVE CE-LIQUIDO(IDX-CE-ACHADO) TO WRK-ORC-LIQUIDO
           END-IF.
           MOVE 'FUNCIONARIOS' TO WRK-ORC-ITEM.
           MOVE TABOF-QTD-FUNC(IDX-ORC-FECHA) TO WRK-ORC-ORCADO.
           MOVE WRK-ORC-QTD TO WRK-ORC-REAL.
           PERFORM 210-AVISA-ESTOURO.
           MOVE 'BRUTO' TO WRK-ORC-ITEM.
           MOVE TABOF-BRUTO(IDX-ORC-FECHA) TO WRK-ORC-ORCADO.
           MOVE WRK-ORC-BRUTO TO WRK-ORC-REAL.
           PERFORM 210-AVISA-ESTOURO.
           MOVE 'LIQUIDO' TO WRK-ORC-ITEM.
           MOVE TABOF-LIQUIDO(IDX-ORC-FECHA) TO WRK-ORC-ORCADO.
           MOVE WRK-ORC-LIQUIDO TO WRK-ORC-REAL.
           PERFORM 210-AVISA-ESTOURO.

       207-PROCURA-ORC-EMP.
           IF CE-EMP-CODIGO(IDX-CTB-EMP)
               EQUAL TABOF-EMP-CODIGO(IDX-ORC-FECHA)
               MOVE IDX-CTB-EMP TO IDX-CE-ACHADO
           END-IF.

       210-AVISA-ESTOURO.
           COMPUTE WRK-ORC-LIMITE = WRK-ORC-ORCADO
               * (100 + TABOF-TOLERANCIA(IDX-ORC-FECHA)) / 100.
           IF WRK-ORC-REAL GREATER THAN WRK-ORC-LIMITE
               ADD 1 TO WRK-ORC-ESTOUROS
               IF WRK-ORC-ORCADO EQUAL ZEROS
                   DISPLAY 'AVISO: ESTOURO DO ORCAMENTO - EMPRESA '
                       TABOF-EMP-CODIGO(IDX-ORC-FECHA) ' '
                       WRK-ORC-ITEM ' COM ORCAMENTO ZERO.'
               ELSE
                   COMPUTE WRK-ORC-PCT ROUNDED =
                       WRK-ORC-REAL * 100 / WRK-ORC-ORCADO
                       ON SIZE ERROR MOVE 9999999.99 TO WRK-ORC-PCT
                   END-COMPUTE
                   MOVE WRK-ORC-PCT TO WRK-ORC-PCT-ED
                   DISPLAY 'AVISO: ESTOURO DO ORCAMENTO - EMPRESA '
                       TABOF-EMP-CODIGO(IDX-ORC-FECHA) ' '
                       WRK-ORC-ITEM ' EM ' WRK-ORC-PCT-ED
                       '% DO ORCADO.'
               END-IF
           END-IF.

       211-AGUARDA-APROVACAO.
      **
      * The lote, 13th or ferias run just concluded leaves its
      * competencia (AAAAMM, AAAA13 or AAAA21-32) awaiting
      * approval: a 'P' line in COMPCTL.TXT under the operator who
      * ran it, and the audit line. A different operator with the
      * approver permission reviews the PROG033 balance next.
      **
           MOVE 'P' TO CTL-SITUACAO.
           PERFORM 053-GRAVA-COMPCTL.
           MOVE SPACES TO WRK-APROV-OPERADOR.
           MOVE 'LOTE P/APROVAR' TO WRK-AUD-OPERACAO.
           PERFORM 054-GRAVA-AUDITORIA-COMP.
           DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
               ' AGUARDANDO APROVACAO - CONFERENCIA E APROVACAO NO '
               'PROG033 POR OUTRO OPERADOR.'.

       212-VERIFICA-APROVACAO.
      **
      * Approval state of WRK-COMPETENCIA: the last 'P' (lote
      * awaiting approval), 'L' (aprovada) or 'R' (reprovada) line
      * that cites it - a fechamento or reabertura in between does
      * not change it, a new lote does. Blank when no lote was
      * ever recorded for the month.
      **
           MOVE SPACES TO WRK-APROV-SITUACAO.
           MOVE SPACES TO WRK-APROV-OPERADOR.
           OPEN INPUT COMPCTL.
           IF WS-COMPCTL-STATUS EQUAL '00'
               MOVE 0 TO FLAG-COMPCTL
               READ COMPCTL AT END MOVE 1 TO FLAG-COMPCTL
               END-READ
               PERFORM 214-VERIFICA-APROV-ITEM
                   UNTIL FLAG-COMPCTL EQUAL TO 1
               CLOSE COMPCTL
           END-IF.

       214-VERIFICA-APROV-ITEM.
           IF CTL-COMPETENCIA EQUAL WRK-COMPETENCIA
               EVALUATE CTL-SITUACAO
                   WHEN 'P'
                       MOVE 'P' TO WRK-APROV-SITUACAO
                       MOVE CTL-OPERADOR TO WRK-APROV-OPERADOR
                   WHEN 'L'
                       MOVE 'L' TO WRK-APROV-SITUACAO
                   WHEN 'R'
                       MOVE 'R' TO WRK-APROV-SITUACAO
               END-EVALUATE
           END-IF.
           READ COMPCTL AT END MOVE 1 TO FLAG-COMPCTL.

       215-MOSTRA-SEM-APROVACAO.
           EVALUATE WRK-APROV-SITUACAO
               WHEN 'P'
                   DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' AGUARDANDO APROVACAO (LOTE DO OPERADOR '
                       WRK-APROV-OPERADOR ').'
               WHEN 'R'
                   DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' REPROVADA NA CONFERENCIA - CORRIJA E '
                       'REPITA O LOTE.'
               WHEN OTHER
                   DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' SEM LOTE APROVADO.'
           END-EVALUATE.

       213-LIBERA-REMESSA.
      **
      * Send step: the lote only writes REMESSA.TXT; the per-bank
      * CNAB files that go to the banks are produced here, and only
      * when the remittance on disk is the competencia asked for
      * and that competencia was approved at the PROG033 review. A
      * refusal leaves its own audit line.
      **
           DISPLAY 'COMPETENCIA DA REMESSA A LIBERAR (AAAAMM, AAAA13 '
               'OU FERIAS AAAA21-32): '.
           PERFORM 031-OBTEM-RESPOSTA.
           MOVE WRK-RESPOSTA(1:6) TO WRK-COMPETENCIA.
           IF WRK-COMPETENCIA NOT NUMERIC
               DISPLAY 'COMPETENCIA INVALIDA - NADA LIBERADO.'
           ELSE
               MOVE SPACES TO WRK-REM-COMPETENCIA
               MOVE SPACES TO WRK-REM-EMP-CODIGO
               OPEN INPUT REMESSA
               IF WS-REMESSA-STATUS EQUAL '00'
                   READ REMESSA
                       NOT AT END
                           IF REM-H-TIPO EQUAL 'H'
                               MOVE REM-H-COMPETENCIA
                                   TO WRK-REM-COMPETENCIA
                               MOVE REM-H-EMP-CODIGO
                                   TO WRK-REM-EMP-CODIGO
                           END-IF
                   END-READ
                   CLOSE REMESSA
               END-IF
               PERFORM 212-VERIFICA-APROVACAO
               IF WRK-REM-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
                   DISPLAY 'REMESSA.TXT EM DISCO NAO E DA COMPETENCIA '
                       WRK-COMPETENCIA ' - NADA LIBERADO.'
               ELSE
                   IF WRK-APROV-SITUACAO NOT EQUAL 'L'
                       PERFORM 215-MOSTRA-SEM-APROVACAO
                       DISPLAY 'ENVIO DA REMESSA RECUSADO.'
                       MOVE 'ENVIO RECUSADO' TO WRK-AUD-OPERACAO
                       PERFORM 054-GRAVA-AUDITORIA-COMP
                   ELSE
                       PERFORM 105-CARREGA-EMPRESAS
                       PERFORM 216-PAGADORA-DA-REMESSA
                       PERFORM 190-GERA-CNAB
                       MOVE 'LIBERA REMESSA' TO WRK-AUD-OPERACAO
                       PERFORM 054-GRAVA-AUDITORIA-COMP
                       DISPLAY 'REMESSA DA COMPETENCIA '
                           WRK-COMPETENCIA ' LIBERADA AO BANCO.'
                   END-IF
               END-IF
           END-IF.

       216-PAGADORA-DA-REMESSA.
      **
      * The paying company of the CNAB headers is the one the lote
      * stamped on the REMESSA.TXT header; a code no longer on file
      * falls back to the first active company, as at the lote.
      **
           MOVE ZEROS TO IDX-EMP-PAGADORA.
           MOVE WRK-REM-EMP-CODIGO TO WRK-EMP-PAGADORA.
           IF QTD-EMPRESAS GREATER THAN ZEROS
               IF WRK-EMP-PAGADORA NOT EQUAL SPACES
                   PERFORM 111-PROCURA-PAGADORA
                       VARYING IDX-EMPRESA FROM 1 BY 1
                       UNTIL IDX-EMPRESA GREATER THAN QTD-EMPRESAS
               END-IF
               IF IDX-EMP-PAGADORA EQUAL ZEROS
                   PERFORM 112-PRIMEIRA-ATIVA
                       VARYING IDX-EMPRESA FROM QTD-EMPRESAS BY -1
                       UNTIL IDX-EMPRESA LESS THAN 1
               END-IF
           END-IF.

       217-GUARDA-SPOOL.
      **
      * Files the print file just closed (SPP-ARQUIVO, described
      * in SPP-DESCRICAO by the caller) in the report spool, so it
      * can be reprinted through PROG061 after the next run has
      * rebuilt it. PROG062 leaves its own return code behind, so
      * the run's is kept aside and put back.
      **
           MOVE RETURN-CODE TO WRK-RC-SPOOL.
           MOVE 'PROG002' TO SPP-PROGRAMA.
           CALL 'PROG062'.
           MOVE WRK-RC-SPOOL TO RETURN-CODE.

       218-CONFERE-CONTROLE.
      **
      * Before any mode runs, FOLHA.TXT and FAIXAS.TXT must still
      * hold what CTLREG.TXT says the suite last left in them; a
      * file edited outside the suite stops the run (PROG064 logs
      * the mismatch) until a supervisor resyncs it in PROG063.
      **
           MOVE 'S' TO WRK-CTL-CONFERE.
           MOVE 'V' TO CTP-FUNCAO.
           MOVE 'FOLHA.TXT' TO CTP-ARQUIVO.
           PERFORM 220-CHAMA-CONTROLE.
           IF CTP-RETORNO NOT EQUAL 'S'
               MOVE 'N' TO WRK-CTL-CONFERE
           END-IF.
           MOVE 'V' TO CTP-FUNCAO.
           MOVE 'FAIXAS.TXT' TO CTP-ARQUIVO.
           PERFORM 220-CHAMA-CONTROLE.
           IF CTP-RETORNO NOT EQUAL 'S'
               MOVE 'N' TO WRK-CTL-CONFERE
           END-IF.

       219-EXECUTA-MODO.
      **
      * The mode asked for, once the input files have checked out.
      **
           EVALUATE WRK-MODO
               WHEN '3'
                   PERFORM 013-CONSULTA-PERIODO
               WHEN '4'
                   PERFORM 040-DECIMO-TERCEIRO
               WHEN '5'
                   PERFORM 051-FECHA-COMPETENCIA
               WHEN '6'
                   PERFORM 052-REABRE-COMPETENCIA
               WHEN '7'
                   PERFORM 087-FERIAS
               WHEN '8'
                   PERFORM 170-PREVIA
               WHEN '9'
                   PERFORM 213-LIBERA-REMESSA
               WHEN OTHER
                   PERFORM 014-DEFINE-COMPETENCIA
                   PERFORM 050-VERIFICA-FECHADA
                   IF WRK-COMP-FECHADA-SW EQUAL 'S'
                       DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                           ' FECHADA - GRAVACAO RECUSADA. USE A '
                           'REABERTURA DE SUPERVISOR SE FOR '
                           'CORRECAO LEGITIMA.'
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       MOVE 'S' TO WRK-PODE-RODAR
                       IF WRK-MODO EQUAL '2'
                           PERFORM 070-VERIFICA-REEXECUCAO
                       END-IF
                       IF WRK-PODE-RODAR EQUAL 'S'
                           AND WRK-MODO EQUAL '2'
                           PERFORM 226-VERIFICA-REMESSA-PENDENTE
                       END-IF
                       IF WRK-PODE-RODAR EQUAL 'S'
                           PERFORM 007-ABRE-FOLHA
                           PERFORM 105-CARREGA-EMPRESAS
                           PERFORM 008-CARREGA-FAIXAS
                           OPEN OUTPUT CONTRACHEQUE
                           IF WRK-MODO EQUAL '2'
                               PERFORM 003-LOTE
                           ELSE
                               PERFORM 002-UNICO
                           END-IF
                           CLOSE CONTRACHEQUE
                           CLOSE FOLHA
                           PERFORM 221-REGISTRA-FOLHA
                           MOVE 'CONTRACHEQUE.TXT' TO SPP-ARQUIVO
                           MOVE SPACES TO SPP-DESCRICAO
                           STRING 'CONTRACHEQUES COMPETENCIA '
                               DELIMITED BY SIZE
                               WRK-COMPETENCIA DELIMITED BY SIZE
                               INTO SPP-DESCRICAO
                           END-STRING
                           PERFORM 217-GUARDA-SPOOL
                       ELSE
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
           END-EVALUATE.

       220-CHAMA-CONTROLE.
      **
      * One request to the control register (CTP-FUNCAO and
      * CTP-ARQUIVO set by the caller); the run's return code is
      * kept aside across the CALL, as for the spool.
      **
           MOVE RETURN-CODE TO WRK-RC-CTL.
           MOVE 'PROG002' TO CTP-PROGRAMA.
           MOVE SPACES TO CTP-MOTIVO.
           CALL 'PROG064'.
           MOVE WRK-RC-CTL TO RETURN-CODE.

       221-REGISTRA-FOLHA.
      **
      * FOLHA.TXT was just written by this run: its new count and
      * hash total become the register line.
      **
           MOVE 'G' TO CTP-FUNCAO.
           MOVE 'FOLHA.TXT' TO CTP-ARQUIVO.
           PERFORM 220-CHAMA-CONTROLE.

       222-MESMO-FUNCIONARIO.
      **
      * Whether the line read (WRK-MATRIC-LINHA / WRK-NOME-LINHA) is
      * the employee looked for (WRK-MATRIC-BUSCA / WRK-NOME-BUSCA):
      * by the matricula; by the name only when one of the two
      * predates it and carries zeros.
      **
           MOVE 'N' TO WRK-MESMO-FUNC.
           IF WRK-MATRIC-LINHA GREATER THAN ZEROS
               AND WRK-MATRIC-BUSCA GREATER THAN ZEROS
               IF WRK-MATRIC-LINHA EQUAL WRK-MATRIC-BUSCA
                   MOVE 'S' TO WRK-MESMO-FUNC
               END-IF
           ELSE
               IF WRK-NOME-LINHA EQUAL WRK-NOME-BUSCA
                   MOVE 'S' TO WRK-MESMO-FUNC
               END-IF
           END-IF.

       223-CALCULADA-ITEM.
           IF PVC-MATRICULA EQUAL PVA-MATRICULA
               AND PVC-NOME EQUAL PVA-NOME
               MOVE 'S' TO WRK-ANT-CALCULADA-SW
           ELSE
               READ PREVCALC AT END MOVE 1 TO FLAG-PREVCALC
               END-READ
           END-IF.

       224-LISTA-MOV-TIPO.
           OPEN INPUT PREVMOV.
           IF WS-PREVMOV-STATUS EQUAL '00'
               MOVE 0 TO FLAG-PREVMOV
               READ PREVMOV AT END MOVE 1 TO FLAG-PREVMOV
               END-READ
               PERFORM 182-LISTA-MOV-ITEM
                   UNTIL FLAG-PREVMOV EQUAL TO 1
               CLOSE PREVMOV
           END-IF.

       225-GRAVA-ANT-ITEM.
           IF SRT-PRV-GRUPO NOT EQUAL WRK-PRV-GRUPO
               IF WRK-PRV-GRUPO NOT EQUAL HIGH-VALUES
                   WRITE PREVANT-REG
                   ADD 1 TO QTD-PREVIA-ANT
               END-IF
               MOVE SRT-PRV-GRUPO TO WRK-PRV-GRUPO
           END-IF.
           MOVE SRT-PRV-MATRICULA TO PVA-MATRICULA.
           MOVE SRT-PRV-NOME TO PVA-NOME.
           MOVE SRT-PRV-BRUTO TO PVA-BRUTO.
           MOVE SRT-PRV-DESCONTOS TO PVA-DESCONTOS.
           MOVE SRT-PRV-LIQUIDO TO PVA-LIQUIDO.
           RETURN SORT-PREVIA AT END MOVE 1 TO FLAG-SORT-PREVIA.

       226-VERIFICA-REMESSA-PENDENTE.
      **
      * REMESSA.TXT is a single file, rebuilt by the lote, the 13th
      * and the ferias runs. One that belongs to another competencia
      * and is still on its way to the bank - awaiting approval or
      * approved but not yet released by mode 9 - must not be
      * overwritten, or that month can no longer be balanced in
      * PROG033 nor sent. The last LOTE P/APROVAR or LIBERA REMESSA
      * line of the audit trail (archive first) tells whether it
      * went out. A rejected competencia is redone anyway.
      **
           MOVE SPACES TO WRK-REM-COMPETENCIA.
           OPEN INPUT REMESSA.
           IF WS-REMESSA-STATUS EQUAL '00'
               READ REMESSA
                   NOT AT END
                       IF REM-H-TIPO EQUAL 'H'
                           MOVE REM-H-COMPETENCIA
                               TO WRK-REM-COMPETENCIA
                       END-IF
               END-READ
               CLOSE REMESSA
           END-IF.
           IF WRK-REM-COMPETENCIA NOT EQUAL SPACES
               AND WRK-REM-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
               MOVE WRK-COMPETENCIA TO WRK-COMP-PEDIDA
               MOVE WRK-REM-COMPETENCIA TO WRK-COMPETENCIA
               PERFORM 212-VERIFICA-APROVACAO
               IF WRK-APROV-SITUACAO EQUAL 'P'
                   OR WRK-APROV-SITUACAO EQUAL 'L'
                   MOVE SPACES TO WRK-REM-MOTIVO
                   STRING 'COMPETENCIA ' DELIMITED BY SIZE
                       WRK-REM-COMPETENCIA DELIMITED BY SIZE
                       INTO WRK-REM-MOTIVO
                   END-STRING
                   MOVE SPACES TO WRK-REM-ULTIMA-MARCA
                   OPEN INPUT AUDARQ
                   IF WS-AUDARQ-STATUS EQUAL '00'
                       MOVE 0 TO FLAG-AUD-REMESSA
                       READ AUDARQ AT END MOVE 1 TO FLAG-AUD-REMESSA
                       END-READ
                       PERFORM 228-REMESSA-ARQ-ITEM
                           UNTIL FLAG-AUD-REMESSA EQUAL TO 1
                       CLOSE AUDARQ
                   END-IF
                   OPEN INPUT AUDITORIA
                   IF WS-AUD-STATUS EQUAL '00'
                       MOVE 0 TO FLAG-AUD-REMESSA
                       READ AUDITORIA AT END MOVE 1 TO FLAG-AUD-REMESSA
                       END-READ
                       PERFORM 227-REMESSA-AUD-ITEM
                           UNTIL FLAG-AUD-REMESSA EQUAL TO 1
                       CLOSE AUDITORIA
                   END-IF
                   IF WRK-REM-ULTIMA-MARCA NOT EQUAL 'LIBERA REMESSA'
                       DISPLAY 'REMESSA.TXT EM DISCO E DA COMPETENCIA '
                           WRK-REM-COMPETENCIA
                           ' E AINDA NAO FOI LIBERADA AO BANCO.'
                       IF WRK-APROV-SITUACAO EQUAL 'P'
                           DISPLAY 'APROVE OU REPROVE ESSA '
                               'COMPETENCIA NO PROG033 ANTES.'
                       ELSE
                           DISPLAY 'LIBERE ESSA REMESSA PELO MODO (9) '
                               'ANTES.'
                       END-IF
                       DISPLAY 'EXECUCAO RECUSADA - A REMESSA '
                           'PENDENTE NAO SERA SOBRESCRITA.'
                       MOVE 'N' TO WRK-PODE-RODAR
                   END-IF
               END-IF
               MOVE WRK-COMP-PEDIDA TO WRK-COMPETENCIA
           END-IF.

       227-REMESSA-AUD-ITEM.
           PERFORM 229-MARCA-REMESSA.
           READ AUDITORIA AT END MOVE 1 TO FLAG-AUD-REMESSA.

       228-REMESSA-ARQ-ITEM.
           MOVE AUDARQ-REG TO AUDITORIA-REG.
           PERFORM 229-MARCA-REMESSA.
           READ AUDARQ AT END MOVE 1 TO FLAG-AUD-REMESSA.

       229-MARCA-REMESSA.
           IF AUD-PROGRAMA EQUAL 'PROG002'
               AND AUD-MOTIVO EQUAL WRK-REM-MOTIVO
               IF AUD-OPERACAO EQUAL 'LOTE P/APROVAR'
                   OR AUD-OPERACAO EQUAL 'LIBERA REMESSA'
                   MOVE AUD-OPERACAO TO WRK-REM-ULTIMA-MARCA
               END-IF
           END-IF.

       230-SEPARA-FOLHA-CTB.
           OPEN INPUT FOLHAARQ.
           IF WS-FOLHAARQ-STATUS EQUAL '00'
               MOVE 0 TO FLAG-FOLHA-CTB
               READ FOLHAARQ AT END MOVE 1 TO FLAG-FOLHA-CTB
               END-READ
               PERFORM 129-FOLHAARQ-CTB-ITEM
                   UNTIL FLAG-FOLHA-CTB EQUAL TO 1
               CLOSE FOLHAARQ
           END-IF.
           OPEN INPUT FOLHA.
           IF WS-FOLHA-STATUS EQUAL '00'
               MOVE 0 TO FLAG-FOLHA-CTB
               READ FOLHA AT END MOVE 1 TO FLAG-FOLHA-CTB
               END-READ
               PERFORM 130-FOLHA-CTB-ITEM
                   UNTIL FLAG-FOLHA-CTB EQUAL TO 1
               CLOSE FOLHA
           END-IF.

       END PROGRAM PROG002.
