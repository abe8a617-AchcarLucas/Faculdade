               select SEGURANCA-CONTROLE-FILE assign to "SEGCTL.DAT"
                   organization is line sequential
                   file status is WS-SEGC-STATUS.
               select DEPARTAMENTO-FILE assign to "DEPTO.DAT"
                   organization is line sequential
                   file status is WS-DEP-STATUS.
               select APROVACAO-CONTROLE-FILE assign to "APROVCTL.DAT"
                   organization is line sequential
                   file status is WS-APV-STATUS.
               select SALARIO-PENDENTE-FILE assign to "SALPEND.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is SP-EMP-ID
                   file status is WS-PEND-STATUS.

       data division.
       file section.
       copy SISSTAT.
       fd SEGURANCA-CONTROLE-FILE.
       copy SEGCTL.
       fd DEPARTAMENTO-FILE.
       copy DEPTO.
       fd APROVACAO-CONTROLE-FILE.
       copy APROVCTL.
       fd SALARIO-PENDENTE-FILE.
       copy SALPEND.
       working-storage section.
           copy JANELAWS.
           copy SEGWS.
               02 WS-OPERACAO              PIC X VALUE SPACE.
                   88 OPERACAO-DELETAR VALUE 'D' 'd'.
                   88 OPERACAO-TERMINAR VALUE 'T' 't'.
                   88 OPERACAO-APROVAR VALUE 'A' 'a'.
                   88 OPERACAO-VALIDA VALUE 'E' 'e' 'D' 'd' 'T' 't'
                                            'A' 'a'.
               02 WS-DELETADO              PIC X VALUE "N".
                   88 REGISTRO-DELETADO VALUE "S".
               02 WS-DEPARTAMENTO          PIC X(04) VALUE SPACES.
               02 WS-DEP-STATUS            PIC X(02) VALUE SPACES.
               02 WS-EOF-DEP               PIC X VALUE "N".
                   88 EOF-DEP VALUE "S".
               02 WS-DEP-OK                PIC X VALUE "N".
                   88 DEPARTAMENTO-OK VALUE "S".
               02 WS-DEP-I                 PIC 9(02) VALUE ZEROS.
               02 WS-DEP-IDX               PIC 9(02) VALUE ZEROS.
               02 WS-APV-STATUS            PIC X(02) VALUE SPACES.
               02 WS-PEND-STATUS           PIC X(02) VALUE SPACES.
               02 WS-LIMITE-PCT            PIC 9(03)V99 VALUE 010,00.
               02 WS-LIMITE-VALOR          PIC 9(05)V99 VALUE 1000,00.
               02 WS-SALARIO-PROPOSTO      PIC 9(05)V99 VALUE ZEROS.
               02 WS-DIFERENCA-SALARIO     PIC 9(05)V99 VALUE ZEROS.
               02 WS-DIFERENCA-PCT         PIC 9(05)V99 VALUE ZEROS.
               02 WS-RETER-ALTERACAO       PIC X VALUE "N".
                   88 ALTERACAO-RETIDA VALUE "S".
               02 WS-TEM-PENDENCIA         PIC X VALUE "N".
                   88 TEM-PENDENCIA VALUE "S".
               02 WS-DECISAO               PIC X VALUE SPACE.
                   88 DECISAO-APROVAR VALUE 'A' 'a'.
                   88 DECISAO-VALIDA VALUE 'A' 'a' 'R' 'r'.
               02 MASK-SALARIO-PEND        PIC ZZZZ9,99.
      *> Centros de custo de DEPTO.DAT. Sem o arquivo o campo fica
      *> livre (inclusive em branco), como antes de existir o centro
      *> de custo.
           01 TABELA-DEPARTAMENTOS.
               02 WS-QTD-DEPTOS            PIC 9(02) VALUE ZEROS.
               02 WS-DEPTO OCCURS 50 TIMES.
                   03 WS-DEP-CODIGO        PIC X(04).
                   03 WS-DEP-NOME          PIC X(20).
           01 MENSAGENS-DE-CRITICA.
               02 MSG01 PIC X(30) VALUE "NOME INVALIDO <REDIGITE>".
               02 MSG02 PIC X(30) VALUE "IDADE INVALIDO <REDIGITE>".
               02 MSG12 PIC X(30) VALUE "ERRO AO EXCLUIR REGISTRO".
               02 MSG13 PIC X(30) VALUE "OPERADOR OU SENHA INVALIDA".
               02 MSG14 PIC X(30) VALUE "RESTRITO AO SUPERVISOR".
               02 MSG15 PIC X(30) VALUE "DEPTO INVALIDO <REDIGITE>".
               02 MSG16 PIC X(30) VALUE "ANONIMIZADO - SO CONSULTA".
               02 MSG17 PIC X(30) VALUE "REAJUSTE AGUARDA APROVACAO".
               02 MSG18 PIC X(30) VALUE "SEM REAJUSTE PENDENTE".
               02 MSG19 PIC X(30) VALUE "APROVADOR E O PROPRIO AUTOR".
               02 MSG20 PIC X(30) VALUE "REAJUSTE APROVADO".
               02 MSG21 PIC X(30) VALUE "REAJUSTE REJEITADO".
               02 MSG22 PIC X(30) VALUE "SALARIO MUDOU - SO REJEITAR".

           COPY REAJWS.

               02 LINE 09 COLUMN 21 VALUE "CPF: ".
               02 LINE 10 COLUMN 21 VALUE "IDADE: ".
               02 LINE 12 COLUMN 21 VALUE "SEXO: ".
               02 LINE 12 COLUMN 44 VALUE "DEPTO: ".
               02 LINE 13 COLUMN 21 VALUE "BANCO: ".
               02 LINE 13 COLUMN 34 VALUE "AG: ".
               02 LINE 13 COLUMN 44 VALUE "CONTA: ".
               02 LINE 15 COLUMN 30 PIC ZZ9,99 USING WS-REAJ-PCT.
               02 LINE 15 COLUMN 36 VALUE "%<S/N>: ".
               02 LINE 16 COLUMN 21 VALUE "SALARIO ATUAL: ".
               02 LINE 17 COLUMN 21 VALUE "OPERACAO <E/D/T/A>: ".
               02 LINE 19 COLUMN 21 VALUE "CONTINUA <S/N> < >".
               02 LINE 23 COLUMN 21 VALUE "MENSAGEM: ".
           01 OPTION-INVALID.
               perform CARREGAR-TIMEOUT.
               perform CARREGAR-POLITICA-SEGURANCA.
               perform CARREGAR-REAJUSTE.
               perform CARREGAR-LIMITES-APROVACAO.
               perform CARREGAR-DEPARTAMENTOS until EOF-DEP.
               display LOGIN-SCREEN.
               perform ROT-LOGIN until OPERADOR-AUTENTICADO.
               perform S-PROGRAM until WS-CONT equal 'N' or WS-CONT
               display MSG06 at 2331.
               close EMPLOYEE-MASTER-FILE.
               close SALARY-AUDIT-FILE.
               close SALARIO-PENDENTE-FILE.
               stop " ".
               stop run.

                   end-read
                   close IDLE-CONTROLE-FILE
               else
                   display "IDLECTL.DAT NAO ENCONTRADO, USANDO 5 MIN "
                       "PADRAO"
               end-if.

           CARREGAR-DEPARTAMENTOS.
               if WS-DEP-STATUS = spaces
                   open input DEPARTAMENTO-FILE
                   if WS-DEP-STATUS not = "00"
                       display "DEPTO.DAT NAO ENCONTRADO, CENTRO DE "
                           "CUSTO SEM CRITICA"
                       move "S" to WS-EOF-DEP
                   end-if
               end-if.
               if not EOF-DEP
                   read DEPARTAMENTO-FILE
                       at end
                           move "S" to WS-EOF-DEP
                           close DEPARTAMENTO-FILE
                       not at end
                           if WS-QTD-DEPTOS < 50
                               add 1 to WS-QTD-DEPTOS
                               move DEP-CODIGO
                                   to WS-DEP-CODIGO(WS-QTD-DEPTOS)
                               move DEP-NOME
                                   to WS-DEP-NOME(WS-QTD-DEPTOS)
                           end-if
                   end-read
               end-if.

      *> Limites de APROVCTL.DAT; sem o arquivo valem 10% ou
      *> 1000,00, o que for atingido primeiro.
           CARREGAR-LIMITES-APROVACAO.
               open input APROVACAO-CONTROLE-FILE.
               if WS-APV-STATUS = "00"
                   read APROVACAO-CONTROLE-FILE
                       at end
                           continue
                       not at end
                           move APV-LIMITE-PCT to WS-LIMITE-PCT
                           move APV-LIMITE-VALOR to WS-LIMITE-VALOR
                   end-read
                   close APROVACAO-CONTROLE-FILE
               else
                   display "APROVCTL.DAT NAO ENCONTRADO, LIMITES "
                       "PADRAO 10% / 1000,00"
               end-if.

           COPY REAJLD.
               if WS-AUD-STATUS = "35"
                   open output SALARY-AUDIT-FILE
               end-if.
               open i-o SALARIO-PENDENTE-FILE.
               if WS-PEND-STATUS = "35"
                   open output SALARIO-PENDENTE-FILE
                   close SALARIO-PENDENTE-FILE
                   open i-o SALARIO-PENDENTE-FILE
               end-if.

           S-PROGRAM.
               if WS-EMP-STATUS = spaces
               if not SESSAO-EXPIRADA
                   perform BUSCAR-EMPREGADO
               end-if.
      *> Registro anonimizado (LGPD) nao volta a ser editado: sem
      *> nome e CPF verdadeiros, so consulta.
               if not SESSAO-EXPIRADA and CADASTRO-EXISTE
                   and EMP-ANONIMIZADO
                   display MSG16 at 2331
                   move "S" to WS-DELETADO
               end-if.
               if not SESSAO-EXPIRADA and CADASTRO-EXISTE
                   and not REGISTRO-DELETADO
                   perform ROT-OPERACAO with test after
                       until OPERACAO-VALIDA or SESSAO-EXPIRADA
               end-if.
               if not SESSAO-EXPIRADA and OPERACAO-TERMINAR
                   perform TERMINAR-EMPREGADO
               end-if.
               if not SESSAO-EXPIRADA and OPERACAO-APROVAR
                   perform APROVAR-PENDENCIA
               end-if.
               if not SESSAO-EXPIRADA and not REGISTRO-DELETADO
                   perform ROT-NOME with test after
                       until WS-NOME <> spaces or SESSAO-EXPIRADA
                   perform ROT-SEXO with test after
                       until FM or SESSAO-EXPIRADA
               end-if.
               if not SESSAO-EXPIRADA and not REGISTRO-DELETADO
                   perform ROT-DEPARTAMENTO with test after
                       until DEPARTAMENTO-OK or SESSAO-EXPIRADA
               end-if.
               if not SESSAO-EXPIRADA and not REGISTRO-DELETADO
                   perform ROT-BANCO
                   perform ROT-AGENCIA
               else
                   if not REGISTRO-DELETADO
                       perform ROT-CALCULO
                       perform CONFERIR-LIMITE-APROVACAO
                       perform GRAVAR-EMPREGADO
                       if ALTERACAO-RETIDA
                           perform GRAVAR-PENDENCIA
                       else
                           perform REGISTRAR-AUDITORIA
                       end-if
                   end-if
                   perform ROT-CONTINUE until CONT or SESSAO-EXPIRADA
                   if SESSAO-EXPIRADA
               move space to WS-REAJUSTE.
               move space to WS-OPERACAO.
               move "N" to WS-DELETADO.
               move spaces to WS-DEPARTAMENTO.
               move "N" to WS-RETER-ALTERACAO.
               move "N" to WS-TEM-PENDENCIA.
               move space to WS-DECISAO.

           ROT-MATRICULA.
               accept WS-EMP-ID at 0733 with prompt
                       move EMP-BANCO to WS-BANCO
                       move EMP-AGENCIA to WS-AGENCIA
                       move EMP-CONTA to WS-CONTA
                       move EMP-DEPARTAMENTO to WS-DEPARTAMENTO
               end-read.
               if CADASTRO-EXISTE
                   display WS-NOME at 0839
                   display WS-BANCO at 1328
                   display WS-AGENCIA at 1338
                   display WS-CONTA at 1351
                   display WS-DEPARTAMENTO at 1251
                   perform BUSCAR-PENDENCIA
               end-if.

           BUSCAR-PENDENCIA.
               move WS-EMP-ID to SP-EMP-ID.
               read SALARIO-PENDENTE-FILE
                   invalid key
                       continue
                   not invalid key
                       if SP-PENDENTE
                           move "S" to WS-TEM-PENDENCIA
                       end-if
               end-read.
               if TEM-PENDENCIA
                   perform MOSTRAR-PENDENCIA
                   display MSG17 at 2331
               end-if.

           MOSTRAR-PENDENCIA.
               move SP-SALARIO-NOVO to MASK-SALARIO-PEND.
               display "PENDENTE: " at 2021.
               display MASK-SALARIO-PEND at 2031.
               display "POR " at 2041.
               display SP-OPERADOR at 2045.
               display "EM " at 2054.
               display SP-DATA at 2057.

           ROT-OPERACAO.
               accept WS-OPERACAO at 1741 with prompt auto
                   time-out WS-TIMEOUT-SEG
                   on exception
                       set SESSAO-EXPIRADA to true
                   end-if
               end-if.

      *> Aprovacao em duas maos: so o supervisor decide, e nunca o
      *> mesmo operador que digitou a alteracao. A decisao e uma
      *> passada propria - o cadastro nao e editado junto.
           APROVAR-PENDENCIA.
               evaluate true
                   when not TEM-PENDENCIA
                       display MSG18 at 2331
                       move "E" to WS-OPERACAO
                   when not OPERADOR-SUPERVISOR
                       display MSG14 at 2331
                       perform NEGAR-APROVACAO
                   when SP-OPERADOR = WS-OPERADOR
                       display MSG19 at 2331
                       perform NEGAR-APROVACAO
                   when other
                       perform DECIDIR-PENDENCIA
               end-evaluate.

           NEGAR-APROVACAO.
               move "APROVAR REAJUSTE" to SEG-ACAO.
               move "NEGADO" to SEG-RESULTADO.
               perform GRAVAR-SEGLOG.
               move "E" to WS-OPERACAO.

           DECIDIR-PENDENCIA.
               move "S" to WS-DELETADO.
               perform VERIFICAR-JANELA-BATCH.
               if JANELA-FECHADA
                   display "APROVACAO RECUSADA - BATCH EM CURSO: "
                       WS-JANELA-STEP at 2331
                   exit paragraph
               end-if.
               display "APROVAR/REJEITAR <A/R>: " at 2121.
               perform ROT-DECISAO until DECISAO-VALIDA
                   or SESSAO-EXPIRADA.
               if not SESSAO-EXPIRADA
                   if DECISAO-APROVAR
                       perform EFETIVAR-PENDENCIA
                   else
                       perform REGISTRAR-DECISAO
                       display MSG21 at 2331
                   end-if
               end-if.

           ROT-DECISAO.
               accept WS-DECISAO at 2145 with prompt auto
                   time-out WS-TIMEOUT-SEG
                   on exception
                       set SESSAO-EXPIRADA to true
               end-accept.
               display MSG05 at 2331.
               if not SESSAO-EXPIRADA and not DECISAO-VALIDA
                   display MSG07 at 2331.

      *> Salario que mudou depois do pedido (reajuste do batch, outra
      *> alteracao direta) invalida a base do pedido: so rejeitar.
           EFETIVAR-PENDENCIA.
               if SP-SALARIO-ANTIGO not = EMP-SALARIO
                   display MSG22 at 2331
                   exit paragraph
               end-if.
               move SP-SALARIO-NOVO to EMP-SALARIO.
               rewrite EMPLOYEE-MASTER-RECORD.
               if WS-EMP-STATUS not = "00"
                   display MSG11 at 2331
               else
                   move WS-EMP-ID to AUD-EMP-ID
                   move WS-DATA-COMPLETA to AUD-DATA
                   accept WS-HORA-SISTEMA from time
                   move WS-HORA-SISTEMA(1:6) to AUD-HORA
                   move WS-OPERADOR to AUD-OPERADOR
                   move SP-SALARIO-ANTIGO to AUD-SALARIO-ANTIGO
                   move SP-SALARIO-NOVO to AUD-SALARIO-NOVO
                   perform GRAVAR-AUDITORIA
                   perform REGISTRAR-DECISAO
                   move SP-SALARIO-NOVO to MASK-SALARIO
                   display MASK-SALARIO at 1447
                   display MSG20 at 2331
               end-if.

           REGISTRAR-DECISAO.
               if DECISAO-APROVAR
                   move "A" to SP-SITUACAO
                   move "APROVADO" to SEG-RESULTADO
               else
                   move "R" to SP-SITUACAO
                   move "REJEITADO" to SEG-RESULTADO
               end-if.
               move WS-OPERADOR to SP-APROVADOR.
               move WS-DATA-COMPLETA to SP-DATA-DECISAO.
               accept WS-HORA-SISTEMA from time.
               move WS-HORA-SISTEMA(1:6) to SP-HORA-DECISAO.
               rewrite SALARIO-PENDENTE-RECORD.
               move "APROVAR REAJUSTE" to SEG-ACAO.
               perform GRAVAR-SEGLOG.

           ROT-NOME.
               accept WS-NOME at 0839 with prompt update
                   time-out WS-TIMEOUT-SEG
               if not SESSAO-EXPIRADA and not FM
                   display MSG03 at 2331.

           ROT-DEPARTAMENTO.
               accept WS-DEPARTAMENTO at 1251 with prompt update
                   time-out WS-TIMEOUT-SEG
                   on exception
                       set SESSAO-EXPIRADA to true
               end-accept.
               display MSG05 at 2331.
               if not SESSAO-EXPIRADA
                   perform VALIDAR-DEPARTAMENTO
                   if not DEPARTAMENTO-OK
                       display MSG15 at 2331
                   end-if
               end-if.

           VALIDAR-DEPARTAMENTO.
               move zeros to WS-DEP-IDX.
               if WS-QTD-DEPTOS = zeros
                   move "S" to WS-DEP-OK
               else
                   move "N" to WS-DEP-OK
                   move 1 to WS-DEP-I
                   perform PROCURAR-DEPARTAMENTO
                       until DEPARTAMENTO-OK
                       or WS-DEP-I > WS-QTD-DEPTOS
               end-if.
               if WS-DEP-IDX > zeros
                   display WS-DEP-NOME(WS-DEP-IDX) at 1257
               end-if.

           PROCURAR-DEPARTAMENTO.
               if WS-DEP-CODIGO(WS-DEP-I) = WS-DEPARTAMENTO
                   move "S" to WS-DEP-OK
                   move WS-DEP-I to WS-DEP-IDX
               end-if.
               add 1 to WS-DEP-I.

      *> Dados bancarios para a remessa de pagamento da folha;
      *> zeros significam sem conta e o empregado fica fora do
      *> arquivo de remessa.
               end-if.
               display WS-SAL-ATUAL at 1639.

      *> Alteracao de salario acima dos limites de APROVCTL.DAT fica
      *> retida em SALPEND.DAT ate um supervisor aprovar; o resto da
      *> edicao grava normalmente. Cadastro novo nao tem salario
      *> anterior a comparar e grava direto.
           CONFERIR-LIMITE-APROVACAO.
               move "N" to WS-RETER-ALTERACAO.
               move WS-SAL-ATUAL to WS-SALARIO-PROPOSTO.
               if CADASTRO-EXISTE
                   and WS-SALARIO-PROPOSTO not = WS-SALARIO-ANTIGO
                   perform MEDIR-ALTERACAO
               end-if.

           MEDIR-ALTERACAO.
               if WS-SALARIO-PROPOSTO > WS-SALARIO-ANTIGO
                   compute WS-DIFERENCA-SALARIO =
                       WS-SALARIO-PROPOSTO - WS-SALARIO-ANTIGO
               else
                   compute WS-DIFERENCA-SALARIO =
                       WS-SALARIO-ANTIGO - WS-SALARIO-PROPOSTO
               end-if.
               if WS-LIMITE-VALOR > zeros
                   and WS-DIFERENCA-SALARIO > WS-LIMITE-VALOR
                   move "S" to WS-RETER-ALTERACAO
               end-if.
               if WS-LIMITE-PCT > zeros and WS-SALARIO-ANTIGO > zeros
                   compute WS-DIFERENCA-PCT rounded =
                       WS-DIFERENCA-SALARIO * 100 / WS-SALARIO-ANTIGO
                   if WS-DIFERENCA-PCT > WS-LIMITE-PCT
                       move "S" to WS-RETER-ALTERACAO
                   end-if
               end-if.

           GRAVAR-EMPREGADO.
               perform VERIFICAR-JANELA-BATCH.
               if JANELA-FECHADA
               move WS-CPF to EMP-CPF.
               move WS-IDADE to EMP-IDADE.
               move WS-SEXO to EMP-SEXO.
               if ALTERACAO-RETIDA
                   move WS-SALARIO-ANTIGO to EMP-SALARIO
               else
                   move WS-SAL-ATUAL to EMP-SALARIO
               end-if.
               move WS-BANCO to EMP-BANCO.
               move WS-AGENCIA to EMP-AGENCIA.
               move WS-CONTA to EMP-CONTA.
               move WS-DEPARTAMENTO to EMP-DEPARTAMENTO.
      *> Registro novo nasce ativo, admitido hoje; num registro
      *> existente a situacao e as datas ficam como estao.
               if not CADASTRO-EXISTE
                   display MSG11 at 2331
               end-if.

      *> Uma pendencia por matricula: um pedido novo substitui o
      *> anterior, decidido ou nao.
           GRAVAR-PENDENCIA.
               if JANELA-FECHADA or WS-EMP-STATUS not = "00"
                   exit paragraph
               end-if.
               move WS-EMP-ID to SP-EMP-ID.
               move "P" to SP-SITUACAO.
               move WS-SALARIO-ANTIGO to SP-SALARIO-ANTIGO.
               move WS-SALARIO-PROPOSTO to SP-SALARIO-NOVO.
               move WS-OPERADOR to SP-OPERADOR.
               move WS-DATA-COMPLETA to SP-DATA.
               accept WS-HORA-SISTEMA from time.
               move WS-HORA-SISTEMA(1:6) to SP-HORA.
               move spaces to SP-APROVADOR.
               move zeros to SP-DATA-DECISAO.
               move zeros to SP-HORA-DECISAO.
               write SALARIO-PENDENTE-RECORD
                   invalid key
                       perform SUBSTITUIR-PENDENCIA
               end-write.
               if WS-PEND-STATUS not = "00"
                   display MSG11 at 2331
               else
                   perform MOSTRAR-PENDENCIA
                   display MSG17 at 2331
               end-if.

           SUBSTITUIR-PENDENCIA.
               rewrite SALARIO-PENDENTE-RECORD.

           REGISTRAR-AUDITORIA.
               move WS-EMP-ID to AUD-EMP-ID.
               move WS-DATA-COMPLETA to AUD-DATA.
