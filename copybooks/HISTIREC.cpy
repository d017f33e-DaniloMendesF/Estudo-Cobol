              88 HIX-JUROS-DEV VALUE "V".
              88 HIX-TRANSF-ENV VALUE "E".
              88 HIX-TRANSF-REC VALUE "C".
              88 HIX-ESTORNO-DEB VALUE "X".
              88 HIX-ESTORNO-CRED VALUE "Y".
              88 HIX-APLICACAO VALUE "A".
              88 HIX-RESGATE VALUE "R".
              88 HIX-LIBERACAO VALUE "L".
              88 HIX-PARCELA VALUE "P".
              88 HIX-BOLETO VALUE "B".
              88 HIX-TED-ENVIADA VALUE "F".
              88 HIX-TED-DEVOLVIDA VALUE "G".
              88 HIX-TED-RECEBIDA VALUE "H".
              88 HIX-CHEQUE VALUE "Q".
              88 HIX-CREDITO VALUE "D" "J" "C" "Y" "R" "L" "G" "H".
              88 HIX-DEBITO VALUE "S" "T" "V" "E" "X" "A" "P" "B"
                                  "F" "Q".
           02 HIX-VALOR PIC 9(07)V9(02).
           02 HIX-SALDO-APOS PIC S9(07)V9(02).
           02 HIX-ORIGEM PIC X(08).
           02 HIX-CONTA-CONTRA PIC 9(08).
           02 HIX-REFERENCIA PIC X(20).
           02 HIX-REF-ESTORNO REDEFINES HIX-REFERENCIA.
              03 HIX-EST-DATA PIC 9(08).
              03 HIX-EST-SEQ PIC 9(04).
              03 HIX-EST-TIPO PIC X(01).
              03 HIX-EST-HORA PIC 9(06).
              03 FILLER PIC X(01).
           02 HIX-REF-APLICACAO REDEFINES HIX-REFERENCIA.
              03 HIX-APL-NUMERO PIC 9(08).
              03 HIX-APL-RENDIMENTO PIC 9(07)V9(02).
              03 FILLER PIC X(03).
           02 HIX-REF-EMPRESTIMO REDEFINES HIX-REFERENCIA.
              03 HIX-EMP-NUMERO PIC 9(08).
              03 HIX-EMP-PARCELA PIC 9(03).
              03 HIX-EMP-MORA PIC 9(07)V9(02).
           02 HIX-REF-BOLETO REDEFINES HIX-REFERENCIA.
              03 HIX-BOL-NUMERO PIC 9(06).
              03 HIX-BOL-BENEFICIARIO PIC X(14).
           02 HIX-REF-TED REDEFINES HIX-REFERENCIA.
              03 HIX-TED-NUMERO PIC 9(06).
              03 HIX-TED-BANCO PIC 9(03).
              03 HIX-TED-MOTIVO PIC X(02).
              03 HIX-TED-NOME PIC X(09).
           02 HIX-REF-CHEQUE REDEFINES HIX-REFERENCIA.
              03 HIX-CHQ-NUMERO PIC 9(06).
              03 HIX-CHQ-BANCO PIC 9(03).
              03 HIX-CHQ-COMPENSACAO PIC 9(06).
              03 FILLER PIC X(05).
           02 HIX-REF-FOLHA REDEFINES HIX-REFERENCIA.
              03 HIX-FOL-MARCA PIC X(05).
              03 HIX-FOL-SEQ PIC 9(09).
              03 FILLER PIC X(06).
