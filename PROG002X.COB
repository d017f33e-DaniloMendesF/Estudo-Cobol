      * or that are closed are rejected to the exception log. Keeps
      * the original DIVIDE...REMAINDER (service fee on deposits) and
      * SUBTRACT...GIVING (withdrawal/fee posting) logic.
      * Bill payments ("B": boleto or utility bill, typed line and
      * beneficiary in the movement) go through the shared bill check
      * (BOLPD.cpy; a bill due on a weekend or a FERIADOS.DAT holiday
      * is still accepted on the next business day), are debited like
      * a withdrawal and recorded in BOLETOS.DAT for the daily
      * clearing remittance (BOLREM).
      * Interbank TED credits come in the batch TEDRET builds from
      * the bank's return file: "G" credits back a TED of ours the
      * other bank refused, "H" credits a TED received from another
      * bank; the TED number, the other bank, the return reason and
      * the name go to the history reference.
      * A movement of the standing-order batch (origem ORDENSP)
      * rejected at posting is appended, with the reason, to the
      * alert event feed ALREVT.DAT (ALEVREC.cpy) so the nightly
      * ALERTAS run can tell the holder the order was not executed.
      * An account in estate (CONTA-ESPOLIO, holder deceased) takes
      * credits, without the deposit fee, and refuses every debit
      * movement (withdrawal, bill payment, transfer out).
      * A payroll deposit (FOLHA01) carries the "FOLHA" mark and the
      * line of the employer's file into the history reference, so a
      * credit received after a holder's death can be sent back.
      * The closing balance section is grouped by branch
      * (CONTA-AGENCIA, AGENPD.cpy): a heading per branch, the moved
      * accounts of that branch and a branch subtotal.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERADORES2.
               RECORD KEY IS HIX-CHAVE
               FILE STATUS IS WS-HISTIDX-STATUS.

           SELECT BOLETOS-FILE ASSIGN TO "BOLETOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOLETOS-STATUS.

           SELECT FERIADOS-FILE ASSIGN TO "FERIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FERIADOS-STATUS.

           SELECT EVENTOS-FILE ASSIGN TO "ALREVT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTOS-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HISTIDX-FILE.
           COPY HISTIREC.

       FD  BOLETOS-FILE.
           COPY BOLREC.

       FD  FERIADOS-FILE.
       01 FERIADO-REG PIC 9(08).

       FD  EVENTOS-FILE.
           COPY ALEVREC.

       WORKING-STORAGE SECTION.

       77 WS-DATAPROC-STATUS PIC X(02) VALUE "00".
       77 WRK-TOTAL-DEPOSITOS PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-TOTAL-SAQUES PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-TOTAL-TRANSF PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-TOTAL-BOLETOS PIC 9(07)V9(02) VALUE ZEROS.
       77 WRK-TOTAL-TED PIC 9(07)V9(02) VALUE ZEROS.

      * numeracao dos pagamentos de conta em BOLETOS.DAT: o ultimo
      * numero gravado e lido na abertura e cada pagamento usa o
      * seguinte.
       77 WRK-ULTIMO-BOLETO PIC 9(06) VALUE ZEROS.
       77 WRK-PROX-BOLETO PIC 9(06) VALUE ZEROS.

      * posicao da conta de origem preservada enquanto o registro
      * CONTA do FD visita a conta de destino da transferencia
       77 WRK-CONTA-ANOTA PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-TRANSACOES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJEITADAS PIC 9(05) VALUE ZEROS.
       77 WRK-REJEITADAS-ANTES PIC 9(05) VALUE ZEROS.
       77 WRK-DATA-RELATORIO PIC 9(08) VALUE ZEROS.

      * edicoes de moeda para impressao (ZZZ,ZZ9.99), conforme
       77 WRK-VALOR-EDITADO PIC ZZZ,ZZ9.99.
       77 WRK-DEPOSITOS-EDITADO PIC ZZZ,ZZ9.99.
       77 WRK-SAQUES-EDITADO PIC ZZZ,ZZ9.99.
       77 WRK-BOLETOS-EDITADO PIC ZZZ,ZZ9.99.
       77 WRK-TED-EDITADO PIC ZZZ,ZZ9.99.

       77 WS-TRANSACOES-STATUS PIC X(02) VALUE "00".
       77 WS-CONTAS-STATUS PIC X(02) VALUE "00".
          88 FIM-LOTES VALUE "S".
       77 WS-BLOQUEIOS-STATUS PIC X(02) VALUE "00".
       77 WS-HISTIDX-STATUS PIC X(02) VALUE "00".
       77 WS-BOLETOS-STATUS PIC X(02) VALUE "00".
       77 WS-FERIADOS-STATUS PIC X(02) VALUE "00".
       77 WS-EVENTOS-STATUS PIC X(02) VALUE "00".
       77 WS-EVENTOS-ABERTO PIC X VALUE "N".
          88 EVENTOS-ABERTO VALUE "S".
      * BOLETOS.DAT aberto para os pagamentos de conta do lote
       77 WS-BOLETOS-ABERTO PIC X VALUE "N".
          88 BOLETOS-ABERTO VALUE "S".
       77 WS-FIM-BOLETOS PIC X VALUE "N".
          88 FIM-BOLETOS VALUE "S".
       77 WS-MSG-EXCECAO PIC X(40) VALUE SPACES.
       77 WS-HOUVE-EXCECAO PIC X VALUE "N".
          88 HOUVE-EXCECAO VALUE "S".
                 88 TRAN-DEPOSITO VALUE "D".
                 88 TRAN-SAQUE VALUE "S".
                 88 TRAN-TRANSFERENCIA VALUE "T".
                 88 TRAN-BOLETO VALUE "B".
                 88 TRAN-TED-DEVOLVIDA VALUE "G".
                 88 TRAN-TED-RECEBIDA VALUE "H".
              03 TRAN-VALOR PIC 9(07)V9(02).
      * conta de credito da transferencia (so no movimento "T")
              03 TRAN-DADOS-TRANSF.
                 04 TRAN-CONTA-DESTINO PIC 9(08).
                 04 FILLER PIC X(54).
      * linha digitavel e beneficiario (so no pagamento "B")
              03 TRAN-DADOS-BOLETO REDEFINES TRAN-DADOS-TRANSF.
                 04 TRAN-LINHA-DIGITAVEL PIC X(48).
                 04 TRAN-BENEFICIARIO PIC X(14).
      * TED creditada ("G" devolvida, "H" recebida): numero da TED,
      * banco da outra ponta, motivo da devolucao e nome
              03 TRAN-DADOS-TED REDEFINES TRAN-DADOS-TRANSF.
                 04 TRAN-TED-NUMERO PIC 9(06).
                 04 TRAN-TED-BANCO PIC 9(03).
                 04 TRAN-TED-MOTIVO PIC X(02).
                 04 TRAN-TED-NOME PIC X(30).
                 04 FILLER PIC X(21).
      * deposito de folha (FOLHA01): marca "FOLHA" e a linha na
      * folha do empregador
              03 TRAN-DADOS-FOLHA REDEFINES TRAN-DADOS-TRANSF.
                 04 TRAN-FOL-MARCA PIC X(05).
                 04 TRAN-FOL-SEQ PIC 9(09).
                 04 FILLER PIC X(48).
           02 WS-ENT-HEADER REDEFINES WS-ENTRADA.
              03 WS-HDR-TIPO PIC X(01).
              03 WS-HDR-DATA PIC 9(08).
           02 WRK-INI-DEPOSITOS PIC 9(07)V9(02) VALUE ZEROS.
           02 WRK-INI-SAQUES PIC 9(07)V9(02) VALUE ZEROS.
           02 WRK-INI-TRANSF PIC 9(07)V9(02) VALUE ZEROS.
           02 WRK-INI-BOLETOS PIC 9(07)V9(02) VALUE ZEROS.
           02 WRK-INI-TED PIC 9(07)V9(02) VALUE ZEROS.
           02 WRK-INI-TRANSACOES PIC 9(05) VALUE ZEROS.
           02 WRK-INI-REJEITADAS PIC 9(05) VALUE ZEROS.
           02 WRK-SUB-QTD PIC 9(05) VALUE ZEROS.
           02 WRK-SUB-REJ PIC 9(05) VALUE ZEROS.

      * -- lancamentos de historico pendentes da transacao corrente:
      * um movimento gera ate dois registros (deposito + taxa; o
      * pagamento de conta leva a referencia do boleto). Eles
      * so vao para HISTORIC.DAT depois que o REWRITE da conta
      * confirmar no master, para o historico nunca mostrar um
      * lancamento que o master nao persistiu.
              03 WS-PEND-TIPO PIC X(01).
              03 WS-PEND-VALOR PIC 9(07)V9(02).
              03 WS-PEND-SALDO PIC S9(07)V9(02).
              03 WS-PEND-REFERENCIA PIC X(20).

      * -- contas movimentadas no dia: numeros anotados a cada
      * lancamento aceito, para a secao de saldo final por conta ler
      * estrutura em HIDXWS.cpy, paragrafos em HIDXPD.cpy.
           COPY HIDXWS.

      * critica da linha digitavel do pagamento de conta: estrutura
      * em BOLWS.cpy, paragrafos em BOLPD.cpy.
           COPY BOLWS.

      * agencias das contas movimentadas, para a quebra da secao de
      * saldo final: estrutura em AGENWS.cpy, paragrafos em AGENPD.cpy.
           COPY AGENWS.
       77 WRK-SALDO-AGENCIA-EDITADO PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
                               PERFORM ENCERRA-POSTAGEM-DO-LOTE
                           WHEN OTHER
                               IF POSTANDO-LOTE
                                   MOVE WRK-QTD-REJEITADAS
                                       TO WRK-REJEITADAS-ANTES
                                   MOVE SPACES TO WS-MSG-EXCECAO
                                   PERFORM PROCESSA-TRANSACAO
                                   PERFORM ANOTA-ORDEM-NAO-EXECUTADA
                               END-IF
                       END-EVALUATE
               END-READ
               OPEN OUTPUT HISTORICO-FILE
           END-IF
           PERFORM ABRE-HISTIDX
           PERFORM ABRE-BOLETOS
           PERFORM EMITE-CABECALHO-RELATORIO.

      * ---------------------------------------------------------------
      * BOLETOS.DAT e permanente como o historico (EXTEND); antes de
      * abrir, uma leitura apanha o ultimo numero de pagamento ja
      * gravado (pelo caixa ou por execucao anterior).
      * ---------------------------------------------------------------
       ABRE-BOLETOS.
           MOVE ZEROS TO WRK-ULTIMO-BOLETO
           OPEN INPUT BOLETOS-FILE
           IF WS-BOLETOS-STATUS = "00"
               MOVE "N" TO WS-FIM-BOLETOS
               PERFORM UNTIL FIM-BOLETOS
                   READ BOLETOS-FILE
                       AT END
                           MOVE "S" TO WS-FIM-BOLETOS
                       NOT AT END
                           IF BOL-NUMERO IS NUMERIC AND
                              BOL-NUMERO > WRK-ULTIMO-BOLETO
                               MOVE BOL-NUMERO TO WRK-ULTIMO-BOLETO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOLETOS-FILE
           END-IF
           OPEN EXTEND BOLETOS-FILE
           IF WS-BOLETOS-STATUS NOT = "00"
               OPEN OUTPUT BOLETOS-FILE
           END-IF
      * sem onde registrar o pagamento, nenhum "B" e debitado: a
      * remessa (BOLREM) sai de BOLETOS.DAT
           IF WS-BOLETOS-STATUS = "00"
               MOVE "S" TO WS-BOLETOS-ABERTO
           ELSE
               DISPLAY "ERRO AO ABRIR BOLETOS.DAT: " WS-BOLETOS-STATUS
               MOVE "N" TO WS-BOLETOS-ABERTO
           END-IF.

       FECHA-ARQUIVOS.
           CLOSE TRANSACOES-FILE
           CLOSE CONTAS-FILE
           CLOSE RELATORIO-FILE
           CLOSE EXCECOES-FILE
           CLOSE HISTORICO-FILE
           IF BOLETOS-ABERTO
               CLOSE BOLETOS-FILE
           END-IF
           IF EVENTOS-ABERTO
               CLOSE EVENTOS-FILE
           END-IF
           PERFORM FECHA-HISTIDX.

       EMITE-CABECALHO-RELATORIO.
                       MOVE WRK-TOTAL-DEPOSITOS TO WRK-INI-DEPOSITOS
                       MOVE WRK-TOTAL-SAQUES TO WRK-INI-SAQUES
                       MOVE WRK-TOTAL-TRANSF TO WRK-INI-TRANSF
                       MOVE WRK-TOTAL-BOLETOS TO WRK-INI-BOLETOS
                       MOVE WRK-TOTAL-TED TO WRK-INI-TED
                       MOVE WRK-QTD-TRANSACOES TO WRK-INI-TRANSACOES
                       MOVE WRK-QTD-REJEITADAS TO WRK-INI-REJEITADAS
                       PERFORM EMITE-CABECALHO-LOTE
           SUBTRACT WRK-INI-TRANSF FROM WRK-TOTAL-TRANSF
               GIVING WRK-RESULTADO
           MOVE WRK-RESULTADO TO WRK-VALOR-EDITADO
           SUBTRACT WRK-INI-BOLETOS FROM WRK-TOTAL-BOLETOS
               GIVING WRK-RESULTADO
           MOVE WRK-RESULTADO TO WRK-BOLETOS-EDITADO
           SUBTRACT WRK-INI-TED FROM WRK-TOTAL-TED
               GIVING WRK-RESULTADO
           MOVE WRK-RESULTADO TO WRK-TED-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  DEPOSITOS " WRK-DEPOSITOS-EDITADO
                  "  SAQUES " WRK-SAQUES-EDITADO
                  "  TRANSF " WRK-VALOR-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "  BOLETOS " WRK-BOLETOS-EDITADO
                  "  TED CREDITADA " WRK-TED-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

      * ---------------------------------------------------------------
               PERFORM REGISTRA-EXCECAO
               EXIT PARAGRAPH
           END-IF
      * conta de espolio (titular falecido) recebe creditos; debito
      * so pela partilha com ordem judicial, nunca pelo lote
           IF CONTA-ESPOLIO AND
              (TRAN-SAQUE OR TRAN-BOLETO OR TRAN-TRANSFERENCIA)
               MOVE "DEBITO EM CONTA DE ESPOLIO"
                   TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               EXIT PARAGRAPH
           END-IF
      * saldo negativo passou a ser legitimo DENTRO do limite de
      * cheque especial; negativo numa conta SEM limite continua
      * sendo dado suspeito no master.
           ADD 1 TO WRK-QTD-TRANSACOES
           MOVE TRAN-VALOR TO WRK-VALOR
           MOVE ZEROS TO WS-PEND-QTD
           MOVE SPACES TO WS-TAB-HIST-PEND

           PERFORM LE-CONTA-DO-MOVIMENTO
           IF NOT CONTA-OK
                   PERFORM PROCESSA-DEPOSITO
               WHEN TRAN-SAQUE
                   PERFORM PROCESSA-SAQUE
               WHEN TRAN-BOLETO
                   PERFORM PROCESSA-BOLETO
               WHEN TRAN-TED-DEVOLVIDA
               WHEN TRAN-TED-RECEBIDA
                   PERFORM PROCESSA-CREDITO-TED
               WHEN TRAN-TRANSFERENCIA
      * a transferencia movimenta DUAS contas e cuida das proprias
      * regravacoes, historico e linha de relatorio
               MOVE "S" TO WS-FIM-TRANSACOES
               EXIT PARAGRAPH
           END-IF
      * debito sem o registro do pagamento nao seria remetido: o
      * historico ainda registra o debito ja feito, mas o lote para
      * como na falha de regravacao do master
           IF TRAN-BOLETO AND WS-PEND-QTD > ZEROS
               PERFORM GRAVA-PAGAMENTO-BOLETO
               IF WS-BOLETOS-STATUS NOT = "00"
                   DISPLAY "ERRO GRAVANDO BOLETOS.DAT: "
                           WS-BOLETOS-STATUS " CONTA " TRAN-CONTA
                   MOVE 12 TO RETURN-CODE
                   MOVE "S" TO WS-FIM-TRANSACOES
               END-IF
           END-IF
           PERFORM GRAVA-HISTORICO-PENDENTE
           MOVE TRAN-CONTA TO WRK-CONTA-ANOTA
           PERFORM ANOTA-CONTA-MOVIMENTADA
           MOVE WRK-VALOR TO WS-PEND-VALOR (1)
           MOVE WRK-SALDO TO WS-PEND-SALDO (1)
           MOVE 1 TO WS-PEND-QTD
      * credito de folha: a marca e a linha da folha do empregador
      * seguem para a referencia do historico
           IF TRAN-FOL-MARCA = "FOLHA"
               MOVE TRAN-FOL-MARCA TO WS-PEND-REFERENCIA (1) (1:5)
               MOVE TRAN-FOL-SEQ TO WS-PEND-REFERENCIA (1) (6:9)
           END-IF

           DIVIDE WRK-VALOR BY 100 GIVING WRK-RESULTADO2
                                   REMAINDER WRK-RESTO

           COMPUTE WRK-TAXA-DECIMAL =
               WRK-RESULTADO2 * WRK-TAXA-UNITARIA
      * espolio nao sofre debito, nem o da taxa
           IF CONTA-ESPOLIO
               MOVE ZEROS TO WRK-TAXA-DECIMAL
           END-IF

      * a taxa pode consumir o limite de cheque especial como um
      * saque consumiria, mas nao pode ultrapassa-lo nem invadir a
                   MOVE 1 TO WS-PEND-QTD
           END-SUBTRACT.

      * ---------------------------------------------------------------
      * Pagamento de conta (boleto bancario ou conta de consumo): a
      * linha digitavel passa pela critica comum (digitos, vencimento,
      * valor) na data de negocio; o valor do movimento tem de bater
      * com o do boleto quando ele traz valor. O debito segue a regra
      * do saque (disponivel = saldo + limite - bloqueios). O numero
      * do pagamento ja vai na referencia do historico pendente.
      * ---------------------------------------------------------------
       PROCESSA-BOLETO.
           IF NOT BOLETOS-ABERTO
               MOVE "BOLETOS.DAT INDISPONIVEL" TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               ADD 1 TO WRK-QTD-REJEITADAS
               EXIT PARAGRAPH
           END-IF
           MOVE TRAN-LINHA-DIGITAVEL TO WRK-BOL-ENTRADA
           MOVE WRK-DATA-RELATORIO TO WRK-BOL-DATA-REF
           PERFORM VALIDA-BOLETO
           IF NOT BOLETO-VALIDO
               MOVE WRK-BOL-MOTIVO TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               ADD 1 TO WRK-QTD-REJEITADAS
               EXIT PARAGRAPH
           END-IF
           IF WRK-VALOR = ZEROS
               MOVE "PAGAMENTO DE CONTA SEM VALOR"
                   TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               ADD 1 TO WRK-QTD-REJEITADAS
               EXIT PARAGRAPH
           END-IF
           IF BOL-TEM-VALOR AND WRK-VALOR NOT = WRK-BOL-VALOR
               MOVE "VALOR NAO CONFERE COM O BOLETO"
                   TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
               ADD 1 TO WRK-QTD-REJEITADAS
               EXIT PARAGRAPH
           END-IF

           MOVE TRAN-CONTA TO WS-CONTA-BLQ-PROCURA
           PERFORM PROCURA-BLOQUEIO
           COMPUTE WRK-DISPONIVEL =
               WRK-SALDO + CONTA-LIMITE-CREDITO - WRK-VALOR-BLOQUEADO
           IF WRK-VALOR > WRK-DISPONIVEL
               IF WRK-VALOR-BLOQUEADO > ZEROS AND
                  WRK-VALOR NOT >
                      (WRK-SALDO + CONTA-LIMITE-CREDITO)
                   MOVE "PAGAMENTO BARRADO POR BLOQUEIO JUDICIAL"
                       TO WS-MSG-EXCECAO
               ELSE
                   MOVE "SALDO INSUFICIENTE PARA O PAGAMENTO"
                       TO WS-MSG-EXCECAO
               END-IF
               PERFORM REGISTRA-EXCECAO
               ADD 1 TO WRK-QTD-REJEITADAS
               EXIT PARAGRAPH
           END-IF

           SUBTRACT WRK-VALOR FROM WRK-SALDO GIVING WRK-RESULTADO
               ON SIZE ERROR
                   MOVE "ERRO NO CALCULO DO PAGAMENTO"
                       TO WS-MSG-EXCECAO
                   PERFORM REGISTRA-EXCECAO
                   ADD 1 TO WRK-QTD-REJEITADAS
                   EXIT PARAGRAPH
           END-SUBTRACT
           MOVE WRK-RESULTADO TO WRK-SALDO
           ADD WRK-VALOR TO WRK-TOTAL-BOLETOS
           ADD 1 TO WRK-ULTIMO-BOLETO GIVING WRK-PROX-BOLETO
           MOVE "B" TO WS-PEND-TIPO (1)
           MOVE WRK-VALOR TO WS-PEND-VALOR (1)
           MOVE WRK-SALDO TO WS-PEND-SALDO (1)
           MOVE WRK-PROX-BOLETO TO WS-PEND-REFERENCIA (1) (1:6)
           IF TRAN-BENEFICIARIO = SPACES
               MOVE WRK-BOL-BENEF-PADRAO
                   TO WS-PEND-REFERENCIA (1) (7:14)
           ELSE
               MOVE TRAN-BENEFICIARIO
                   TO WS-PEND-REFERENCIA (1) (7:14)
           END-IF
           MOVE 1 TO WS-PEND-QTD.

      * ---------------------------------------------------------------
      * Credito de TED vindo do retorno do banco (lote do TEDRET):
      * "G" devolve a TED nossa recusada, "H" credita a TED recebida
      * de outro banco. Credito direto, sem a taxa por centena do
      * deposito; a referencia leva numero, banco, motivo e nome.
      * ---------------------------------------------------------------
       PROCESSA-CREDITO-TED.
           ADD WRK-VALOR TO WRK-SALDO
               ON SIZE ERROR
                   MOVE "SALDO EXCEDEU O LIMITE NO CREDITO DE TED"
                       TO WS-MSG-EXCECAO
                   PERFORM REGISTRA-EXCECAO
                   ADD 1 TO WRK-QTD-REJEITADAS
                   EXIT PARAGRAPH
           END-ADD
           ADD WRK-VALOR TO WRK-TOTAL-TED
           MOVE TRAN-TIPO TO WS-PEND-TIPO (1)
           MOVE WRK-VALOR TO WS-PEND-VALOR (1)
           MOVE WRK-SALDO TO WS-PEND-SALDO (1)
           MOVE TRAN-TED-NUMERO TO WS-PEND-REFERENCIA (1) (1:6)
           MOVE TRAN-TED-BANCO TO WS-PEND-REFERENCIA (1) (7:3)
           MOVE TRAN-TED-MOTIVO TO WS-PEND-REFERENCIA (1) (10:2)
           MOVE TRAN-TED-NOME TO WS-PEND-REFERENCIA (1) (12:9)
           MOVE 1 TO WS-PEND-QTD.

      * ---------------------------------------------------------------
      * Registro do pagamento em BOLETOS.DAT, depois de o REWRITE da
      * conta confirmar o debito; e dele que sai a remessa do dia.
      * ---------------------------------------------------------------
       GRAVA-PAGAMENTO-BOLETO.
           MOVE SPACES TO PAGAMENTO-BOLETO
           MOVE WRK-PROX-BOLETO TO BOL-NUMERO
           MOVE WRK-DATA-RELATORIO TO BOL-DATA
           ACCEPT BOL-HORA FROM TIME
           MOVE TRAN-CONTA TO BOL-CONTA
           MOVE WRK-BOL-TIPO TO BOL-TIPO
           MOVE WRK-BOL-LINHA TO BOL-LINHA
           MOVE WRK-BOL-CODIGO-BARRAS TO BOL-CODIGO-BARRAS
           MOVE WRK-BOL-VENCIMENTO TO BOL-DT-VENCIMENTO
           MOVE WRK-VALOR TO BOL-VALOR
           MOVE WS-PEND-REFERENCIA (1) (7:14) TO BOL-BENEFICIARIO
           MOVE WS-LOTE-ORIGEM TO BOL-ORIGEM
           WRITE PAGAMENTO-BOLETO
           IF WS-BOLETOS-STATUS NOT = "00"
               MOVE "ERRO GRAVANDO O PAGAMENTO DE CONTA"
                   TO WS-MSG-EXCECAO
               PERFORM REGISTRA-EXCECAO
           ELSE
               MOVE WRK-PROX-BOLETO TO WRK-ULTIMO-BOLETO
           END-IF.

      * ---------------------------------------------------------------
      * Transferencia entre contas da casa, postada como UMA unidade:
      * as duas pontas sao validadas contra o master ANTES de
           MOVE WRK-TRF-SALDO-ORIGEM TO HIST-SALDO-APOS
           MOVE WS-LOTE-ORIGEM TO HIST-ORIGEM
           MOVE TRAN-CONTA-DESTINO TO HIST-CONTA-CONTRA
           MOVE SPACES TO HIST-REFERENCIA
           WRITE HISTORICO
           IF WS-HISTORICO-STATUS NOT = "00"
               MOVE "ERRO GRAVANDO O HISTORICO" TO WS-MSG-EXCECAO
           MOVE WRK-TRF-SALDO-DESTINO TO HIST-SALDO-APOS
           MOVE WS-LOTE-ORIGEM TO HIST-ORIGEM
           MOVE TRAN-CONTA TO HIST-CONTA-CONTRA
           MOVE SPACES TO HIST-REFERENCIA
           WRITE HISTORICO
           IF WS-HISTORICO-STATUS NOT = "00"
               MOVE "ERRO GRAVANDO O HISTORICO" TO WS-MSG-EXCECAO

      * ---------------------------------------------------------------
      * Secao de saldos por conta: a posicao final no master de cada
      * conta movimentada no dia, uma linha por conta, agrupadas por
      * agencia com subtotal. A primeira volta so levanta as agencias
      * (em ordem) com quantidade e saldo; a segunda imprime.
      * ---------------------------------------------------------------
       EMITE-SALDOS-POR-CONTA.
           MOVE ZEROS TO WS-QTD-AGENCIAS
           MOVE "N" TO WS-AGE-ESTOURO
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-QTD-CONTAS
               MOVE WS-TAB-NUMERO (WS-IX) TO CONTA-NUMERO
               READ CONTAS-FILE
                   NOT INVALID KEY
                       MOVE CONTA-AGENCIA TO WS-AGENCIA-PROCURA
                       PERFORM ANOTA-AGENCIA
                       IF WS-AGE-ACHADA > ZEROS
                           ADD 1 TO WS-AGE-QTD-CONTAS (WS-AGE-ACHADA)
                           ADD CONTA-SALDO
                               TO WS-AGE-SALDO (WS-AGE-ACHADA)
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "SALDO FINAL POR CONTA MOVIMENTADA" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING WS-IX-AGE-CORRENTE FROM 1 BY 1
                   UNTIL WS-IX-AGE-CORRENTE > WS-QTD-AGENCIAS
               PERFORM EMITE-SALDOS-DA-AGENCIA
           END-PERFORM
           IF AGENCIAS-ESTOURO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "*** MAIS DE " WS-MAX-AGENCIAS
                      " AGENCIAS; SECAO DE SALDOS INCOMPLETA ***"
                      DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       EMITE-SALDOS-DA-AGENCIA.
           MOVE WS-AGE-CODIGO (WS-IX-AGE-CORRENTE)
               TO WS-AGENCIA-CORRENTE
           MOVE SPACES TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "AGENCIA: " WS-AGENCIA-CORRENTE
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           MOVE "CONTA       SALDO" TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           PERFORM VARYING WS-IX FROM 1 BY 1
               MOVE WS-TAB-NUMERO (WS-IX) TO CONTA-NUMERO
               READ CONTAS-FILE
                   NOT INVALID KEY
                       IF CONTA-AGENCIA = WS-AGENCIA-CORRENTE
                           MOVE CONTA-SALDO TO WRK-SALDO-EDITADO
                           MOVE SPACES TO LINHA-RELATORIO
                           STRING CONTA-NUMERO "  " WRK-SALDO-EDITADO
                               DELIMITED BY SIZE INTO LINHA-RELATORIO
                           WRITE LINHA-RELATORIO
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-AGE-SALDO (WS-IX-AGE-CORRENTE)
               TO WRK-SALDO-AGENCIA-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "SUBTOTAL AGENCIA " WS-AGENCIA-CORRENTE " ("
                  WS-AGE-QTD-CONTAS (WS-IX-AGE-CORRENTE)
                  " CONTAS): " WRK-SALDO-AGENCIA-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO.

       EMITE-RODAPE-RELATORIO.
           MOVE WRK-TOTAL-DEPOSITOS TO WRK-DEPOSITOS-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE WRK-TOTAL-BOLETOS TO WRK-BOLETOS-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL PAGO EM CONTAS/BOLETOS: " WRK-BOLETOS-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE WRK-TOTAL-TED TO WRK-TED-EDITADO
           MOVE SPACES TO LINHA-RELATORIO
           STRING "TOTAL CREDITADO POR TED: " WRK-TED-EDITADO
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
           WRITE LINHA-RELATORIO

           MOVE SPACES TO LINHA-RELATORIO
           STRING "CONTAS MOVIMENTADAS: " WS-QTD-CONTAS
                  DELIMITED BY SIZE INTO LINHA-RELATORIO
               MOVE WS-PEND-VALOR (WS-PEND-IX) TO HIST-VALOR
               MOVE WS-PEND-SALDO (WS-PEND-IX) TO HIST-SALDO-APOS
               MOVE ZEROS TO HIST-CONTA-CONTRA
               MOVE WS-PEND-REFERENCIA (WS-PEND-IX) TO HIST-REFERENCIA
               WRITE HISTORICO
               IF WS-HISTORICO-STATUS NOT = "00"
                   MOVE "ERRO GRAVANDO O HISTORICO" TO WS-MSG-EXCECAO
      * Grava a ocorrencia de SIZE ERROR no log datado, em vez de
      * apenas exibi-la no console de um job batch que ninguem revisa.
      * ---------------------------------------------------------------
      * ---------------------------------------------------------------
      * Movimento de ordem permanente recusado: o titular e avisado
      * pelo ALERTAS (arquivo de eventos, aberto na primeira recusa),
      * com o motivo que foi ao log de excecoes.
      * ---------------------------------------------------------------
       ANOTA-ORDEM-NAO-EXECUTADA.
           IF WRK-QTD-REJEITADAS NOT > WRK-REJEITADAS-ANTES OR
              WS-LOTE-ORIGEM NOT = "ORDENSP"
               EXIT PARAGRAPH
           END-IF
           IF NOT EVENTOS-ABERTO
               OPEN EXTEND EVENTOS-FILE
               IF WS-EVENTOS-STATUS NOT = "00"
                   OPEN OUTPUT EVENTOS-FILE
               END-IF
               IF WS-EVENTOS-STATUS NOT = "00"
                   DISPLAY "ERRO AO ABRIR ALREVT.DAT: "
                           WS-EVENTOS-STATUS
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO WS-EVENTOS-ABERTO
           END-IF
           MOVE WRK-DATA-RELATORIO TO EVA-DATA
           ACCEPT EVA-HORA FROM TIME
           MOVE "O" TO EVA-EVENTO
           MOVE TRAN-CONTA TO EVA-CONTA
           MOVE TRAN-VALOR TO EVA-VALOR
           MOVE "OPERADORES2" TO EVA-ORIGEM
           MOVE WS-MSG-EXCECAO TO EVA-DETALHE
           IF EVA-DETALHE = SPACES
               MOVE "MOVIMENTO RECUSADO NA POSTAGEM" TO EVA-DETALHE
           END-IF
           WRITE EVENTO-ALERTA.

       REGISTRA-EXCECAO.
           MOVE "S" TO WS-HOUVE-EXCECAO
           MOVE WRK-DATA-RELATORIO TO EXC-DATA

           COPY HIDXPD.

           COPY BOLPD.

           COPY AGENPD.


      * ---------------------------------------------------------------
      * Data de negocio do job stream (DATPROC.DAT, gravada por
