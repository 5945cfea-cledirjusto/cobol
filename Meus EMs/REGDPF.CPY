      *----------------------------------------------------------------
      *    REGDPF.CPY
      *    Dependente do funcionario (CADDPF.DAT, sequencial, na pasta
      *    da folha EM01\EX06, mantido pelo MANBEN), um registro por
      *    dependente (SEQ-DPF dentro da matricula). PARENTESCO-DPF:
      *    C conjuge ou companheiro, F filho ou enteado, P pai ou mae,
      *    O outro. CPF-DPF conferido pela DIGCPF (obrigatorio para
      *    dependente de IRRF). IRRF-DPF S conta na deducao de
      *    dependentes do IRRF - o MANBEN regrava DEPENDENTES-ENT do
      *    CADENT com essa contagem, que o EX06, o RESCISAO e os demais
      *    calculos de IRRF ja usam. Os dependentes ativos entram nos
      *    planos com COM-DEP-ADS S. SITUACAO-DPF: A ativo, E excluido.
      *----------------------------------------------------------------
          01 REG-DPF.
          02 MATRICULA-DPF             PIC 9(05).
          02 SEQ-DPF                   PIC 9(02).
          02 NOME-DPF                  PIC X(30).
          02 NASCIMENTO-DPF            PIC 9(08).
          02 PARENTESCO-DPF            PIC X(01).
          02 CPF-DPF                   PIC 9(11).
          02 IRRF-DPF                  PIC X(01).
          02 SITUACAO-DPF              PIC X(01).
          02 DATA-DPF                  PIC 9(08).
