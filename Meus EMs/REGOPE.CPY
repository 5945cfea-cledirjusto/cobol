      *----------------------------------------------------------------
      *    REGOPE.CPY
      *    Registro do CADOPER.DAT, cadastro dos operadores (indexado
      *    pelo ID-OPE). A senha nao e gravada: CHAVE-SENHA-OPE guarda
      *    a chave de 36 digitos calculada pela CIFRASEN sobre o ID, o
      *    SAL-OPE e a senha, e o SIGNON compara so esse valor. SAL-OPE
      *    e sorteado pela CIFRASEN na inclusao (ou na conversao) e nao
      *    muda mais, nem na troca de senha. DATA-SENHA-OPE e a data da
      *    ultima troca; zeros = senha provisoria, troca obrigatoria no
      *    primeiro acesso. FALHAS-OPE conta as senhas erradas seguidas
      *    e SITUACAO-OPE vale A (ativo) ou B (bloqueado por falhas,
      *    so um operador nivel 2 libera pelo MANOPER). CHAVE-ANT-OPE
      *    guarda as ultimas senhas, da mais recente para a mais
      *    antiga, que nao podem voltar na troca.
      *----------------------------------------------------------------
          01 REG-OPE.
          02 ID-OPE                    PIC 9(04).
          02 NIVEL-OPE                 PIC 9(01).
          02 NOME-OPE                  PIC X(30).
          02 SAL-OPE                   PIC 9(08).
          02 CHAVE-SENHA-OPE           PIC X(36).
          02 DATA-SENHA-OPE            PIC 9(08).
          02 FALHAS-OPE                PIC 9(02).
          02 SITUACAO-OPE              PIC X(01).
          02 DATA-ULT-ACESSO-OPE       PIC 9(08).
          02 DATA-INC-OPE              PIC 9(08).
          02 CHAVE-ANT-OPE             PIC X(36) OCCURS 5 TIMES.
