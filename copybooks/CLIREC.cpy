      *           the delivery extract by CEP for the postal
      *           contract). Masters written with the old single
      *           X(20) ENDERECO are migrated with the CLIMIG/CLIREST
      *           cutover pair; the record was 106 bytes then.
      *           The death of a customer is registered on the record
      *           itself (OBITO01: date and the death certificate
      *           reference), which puts the customer's accounts in
      *           estate (espolio). A reserve at the end keeps the
      *           next fields from costing another unload/reload. The
      *           record is 300 bytes (it was 222): the cutover is the
      *           nightly CLIBKP backup taken before the change,
      *           reloaded by CLIREST -- the shorter backup lines come
      *           back with the new fields in spaces (no death).
      *           A former customer whose legal retention period has
      *           expired is anonymized in place by ANONLGPD: the
      *           personal fields are wiped, the CPF key becomes an
      *           irreversible pseudonym and the record stays only so
      *           the closed accounts and their history keep an owner.
      *           The periodic cadastral review (KYC) keeps the date
      *           of the last review and the customer's risk category
      *           on the record: PROG0001 stamps them on inclusion and
      *           on each review (option R); the review period per
      *           risk comes from PARAMS.DAT (KYCPD.cpy). Records from
      *           before these fields have them in spaces (never
      *           reviewed, medium risk).
      ******************************************************************
       01 CLIENTE.
           02 NOME PIC X(50).
               88 FEMININO VALUE "F".
           02 TELEFONE PIC X(15).
           02 EMAIL PIC X(40).
      *    situacao cadastral: espacos = cliente regular (e o que
      *    vem de cargas e backups anteriores ao campo); "F" =
      *    falecido, com a data e a matricula da certidao de obito.
      *    Os campos do obito so valem com CLIENTE-FALECIDO. "N" =
      *    ex-cliente anonimizado (LGPD): CPF e o pseudonimo, dados
      *    pessoais em branco, data da anonimizacao abaixo.
           02 SITUACAO-CLIENTE PIC X(01).
              88 CLIENTE-FALECIDO VALUE "F".
              88 CLIENTE-ANONIMIZADO VALUE "N".
           02 OBITO.
               03 DT-OBITO PIC 9(08).
               03 CERTIDAO-OBITO PIC X(32).
      *    so vale com CLIENTE-ANONIMIZADO
           02 DT-ANONIMIZACAO PIC 9(08).
      *    revisao cadastral periodica: data da ultima revisao e
      *    categoria de risco, que define o prazo da proxima
      *    (espacos = nunca revisado / risco medio)
           02 DT-REVISAO-CADASTRAL PIC 9(08).
           02 RISCO-CADASTRAL PIC X(01).
              88 RISCO-BAIXO VALUE "B".
              88 RISCO-MEDIO VALUE "M" " ".
              88 RISCO-ALTO VALUE "A".
              88 RISCO-VALIDO VALUE "B" "M" "A".
      *    reserva para crescimento do cadastro
           02 FILLER PIC X(20).
           66 MES-ANO RENAMES MES THRU ANO.
