      *******************************
      *AREA DE COMENTARIOS - REMARKS
      *AUTHOR = GABRIELLE NUNES
      *OBJETIVO: CAMPOS DE TRABALHO PARA OS ARGUMENTOS DO CALL
      *          'CPF-CHECK' (DOCUMENTO COM 14 DIGITOS, TIPO DEVOLVIDO
      *          F = CPF, J = CNPJ, E RESULTADO S = DIGITOS
      *          VERIFICADORES CONFEREM), NO MESMO MOLDE DO
      *          SODCHK-CPY.
      *DATA = 15/10/2026
      *******************************
      *MODIFICACOES
      *2026-10-15 - CRIADO JUNTO COM O SUBPROGRAMA CPF-CHECK.
      *******************************
       77  WRK-CPFCHK-DOCUMENTO   PIC 9(14)      VALUE ZEROS.
       77  WRK-CPFCHK-TIPO        PIC X(01)      VALUE SPACES.
           88 WRK-CPFCHK-PF                      VALUE 'F'.
           88 WRK-CPFCHK-PJ                      VALUE 'J'.
       77  WRK-CPFCHK-RESULTADO   PIC X(01)      VALUE 'N'.
           88 WRK-CPFCHK-VALIDO                  VALUE 'S'.
