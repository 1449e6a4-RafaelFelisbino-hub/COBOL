      *> Declarations register DECLARA.REG, indexed on the document
      *> number: one record per declaracao issued, with the check
      *> code printed on it, when and by whom it was issued, what it
      *> was about and a summary of what it stated, so a document
      *> presented later can be checked against what was really
      *> issued. DRG-ORIGEM tells whether the content came from the
      *> live master (MST) or from the closed-term history (HIS).
      *> Number zero is the control record: DRC-ULTIMO holds the
      *> last number handed out, and the next document gets the one
      *> after it.
       01 DECLREG-REC.
           05 DRG-NUMERO         PIC 9(8).
           05 DRG-CODIGO         PIC 9(6).
           05 DRG-DATA           PIC X(8).
           05 DRG-HORA           PIC X(6).
           05 DRG-OPERADOR       PIC X(8).
           05 DRG-ALUNO-ID       PIC X(6).
           05 DRG-TIPO           PIC X(1).
           05 DRG-ANO            PIC X(4).
           05 DRG-SEMESTRE       PIC X(1).
           05 DRG-DISCIPLINA     PIC X(6).
           05 DRG-ORIGEM         PIC X(3).
           05 DRG-RESUMO         PIC X(80).
       01 DECLREG-CTL-REC.
           05 DRC-NUMERO         PIC 9(8).
           05 DRC-ULTIMO         PIC 9(8).
           05 FILLER             PIC X(121).
