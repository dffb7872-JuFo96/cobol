      *> Personaleregister (PERSONALE.txt) - en raekke pr.
      *> medarbejder (operatoer-id, som i de vedligeholdte filers
      *> "-af"/sagsbehandler-felter og AUDIT-LOG.txt's OP=) pr.
      *> kunde-id medarbejderen er knyttet til: medarbejderens egne
      *> kundenumre ("E") og de naertstaaende medarbejderen selv har
      *> erklaeret ("N" - aegtefaelle, boern, samlever o.l., med
      *> relationen i pe-relation-tekst). Egne kundenumre giver
      *> personalevilkaar (se PERSONALEOPSLAG), og begge slags
      *> krydses hver nat mod operatoerfelterne af
      *> personaleovervaagning.cob. Vedligeholdes af
      *> personalevedligehold.cob gennem godkendelsesmarkoer-flowet.
           05 pe-noegle.
               10 pe-operatoer-id    PIC X(10).
               10 pe-kunde-id        PIC X(10).
           05 pe-relation            PIC X(1).
               88 pe-egen-kunde      value "E".
               88 pe-naertstaaende   value "N".
               88 pe-relation-kendt  values "E" "N".
           05 pe-relation-tekst      PIC X(20).
      *> Tilknytningens gyldighed - blank til-dato er indtil videre
      *> (ansaettelsen/relationen loeber stadig).
           05 pe-fra-dato            PIC X(8).
           05 pe-til-dato            PIC X(8).
