           LINE 15 COL 14
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] DERNIERS CONTACTS (cf. sccontact).                     *
      ******************************************************************
           05 FILLER PIC X(17) VALUE 'DERNIERS CONTACTS'
           LINE 11 COL 106.

           05 FILLER PIC X(78) FROM WS-DOS-CON-LINE-1
           LINE 12 COL 106
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(78) FROM WS-DOS-CON-LINE-2
           LINE 13 COL 106
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(78) FROM WS-DOS-CON-LINE-3
           LINE 14 COL 106
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(78) FROM WS-DOS-CON-LINE-4
           LINE 15 COL 106
           FOREGROUND-COLOR IS 2.
           05 FILLER PIC X(78) FROM WS-DOS-CON-LINE-5
           LINE 16 COL 106
           FOREGROUND-COLOR IS 2.

      ******************************************************************
      *    [RD] DERNIERES COTISATIONS.                                 *
      ******************************************************************
      *    [RD] NAVIGATION VERS LES ECRANS EXISTANTS, LE CONTEXTE      *
      *    ADHERENT SUIVANT SANS RESSAISIE DU NIR.                     *
      ******************************************************************
           05 FILLER PIC X(60)
           VALUE '1=Paiements cotisations  2=Reclamations  3=Contact :'
           LINE 33 COL 14
           FOREGROUND-COLOR IS 2.

           05 FILLER PIC X(01) USING WS-DOS-CHOICE
           LINE 33 COL 68
           BACKGROUND-COLOR IS 2
           FOREGROUND-COLOR IS 0.

