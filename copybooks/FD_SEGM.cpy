      *          NA EXPORTACAO (EXPCNTT), NAS ETIQUETAS (ETQCNTT) E
      *          NAS CARTAS (CARCNTT), EM VEZ DE REDIGITAR O FILTRO
      *          TRES VEZES COM TRES CHANCES DE ERRO
      * Update: 27/11/2024 - INCLUIDO O TERRITORIO DE VENDA
      *         (SEG-TERRITORIO, EM BRANCO = TODOS), QUE RESTRINGE O
      *         SEGMENTO AOS CONTATOS ATRIBUIDOS AO TERRITORIO EM
      *         CONTATOS_TERRIT.dat (TERCNTT/DSTCNTT); SEGMENTOS.dat
      *         GRAVADO ANTES DA MUDANCA E CONVERTIDO PELO LOTE DE
      *         VIRADA MIGVIRA (TERRITORIO EM BRANCO)
      ******************************************************************
       01 REG-SEGMENTO.
          03 SEG-NOME                     PIC X(15).
             88 SEG-EXIGE-ENDERECO-SIM    VALUE 'S'.
          03 SEG-EXIGE-EMAIL              PIC X(01).
             88 SEG-EXIGE-EMAIL-SIM       VALUE 'S'.
          03 SEG-TERRITORIO               PIC X(04).
