      *-----------------------------------------------------------------
      * LAYOUT DO REGISTRO DE CADCONSENT.DAT - REGISTRO DE
      * CONSENTIMENTO (LGPD). UM REGISTRO POR PESSOA E FINALIDADE COM
      * A SITUACAO ATUAL (C=CONCEDIDO, R=REVOGADO), A DATA EM QUE FOI
      * DADO OU RETIRADO E O OPERADOR QUE LANCOU; O HISTORICO DAS
      * MUDANCAS FICA NO AUDITORIA.DAT. A PESSOA E IDENTIFICADA PELA
      * ORIGEM E PELA CHAVE DO SEU CADASTRO: A=AMIGO (APELIDO),
      * L=ALUNO/FAMILIA (RM), F=FUNCIONARIO (MATRICULA), R=RESPONSAVEL
      * FINANCEIRO (CPF); CHAVES NUMERICAS COM ZEROS A ESQUERDA.
      * FINALIDADES: MD=MALA DIRETA, EV=CONVITE PARA EVENTOS,
      * AV=AVISOS AS FAMILIAS. SEM REGISTRO = SEM OPOSICAO (CADASTROS
      * ANTERIORES AO CONTROLE). MANTIDO NO FP201800 E CONSULTADO PELA
      * ROTINA P201801 ANTES DE QUALQUER ENVIO (P201673, P201797,
      * P201765).
      *-----------------------------------------------------------------
       01 REGCONSENT.
                03 CHAVE-CONSENT.
                   05 CSN-ORIGEM    PIC X(01).
                      88 CSN-ORIGEM-VALIDA VALUE "A" "L" "F" "R".
                   05 CSN-CHAVE     PIC X(12).
                   05 CSN-FINALIDADE PIC X(02).
                      88 CSN-FINALIDADE-VALIDA VALUE "MD" "EV" "AV".
                03 CSN-SITUACAO     PIC X(01).
                   88 CSN-CONCEDIDO    VALUE "C".
                   88 CSN-REVOGADO     VALUE "R".
                03 CSN-DATA         PIC 9(08).
                03 CSN-OPERADOR     PIC X(08).
                03 FILLER           PIC X(18).
