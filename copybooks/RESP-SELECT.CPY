      * Responsables legaux des eleves : un enregistrement par eleve,
      * range a la cle relative egale au matricule comme ELEVES.DAT,
      * avec au plus deux responsables (nom, adresse, telephone et
      * indicateur "recoit le courrier"). Tenu par MAINT-RESPONSABLES,
      * relu par les convocations, le duplicata de bulletin et les
      * certificats de radiation pour l'adresse des envois.
      * ASSIGN TO un nom externe (non litteral), comme ABSENCES : les
      * DD RESPONS des travaux designent reellement ce fichier, et en
      * local GnuCOBOL retombe sur un fichier "RESPONS" a defaut de
      * variable d'environnement du meme nom.
           SELECT RESPONSABLES-FILE ASSIGN TO RESPONS
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-RESP-RELKEY
               FILE STATUS IS WS-RESP-STATUS.
