      *> Domains of the national skills framework a competency ('18')
      *> record may be filed against: code, English label, French
      *> label. The order here is the order every competency profile
      *> and the class summary print in. load-competency.cbl rejects
      *> a code that is not in this list, so a typo cannot open a
      *> domain of its own.
       01  WS-CDM-VALUES.
           03 FILLER PIC X(52) VALUE
              'D1.1FRENCH LANGUAGE         LANGUE FRANCAISE'.
           03 FILLER PIC X(52) VALUE
              'D1.2FOREIGN LANGUAGES       LANGUES ETRANGERES'.
           03 FILLER PIC X(52) VALUE
              'D1.3MATH/SCIENCE LANGUAGES  LANGAGES MATH/SCIENCES'.
           03 FILLER PIC X(52) VALUE
              'D1.4ARTS AND BODY           LANGAGES ARTS ET CORPS'.
           03 FILLER PIC X(52) VALUE
              'D2  METHODS AND TOOLS       METHODES ET OUTILS'.
           03 FILLER PIC X(52) VALUE
              'D3  PERSON AND CITIZEN      PERSONNE ET CITOYEN'.
           03 FILLER PIC X(52) VALUE
              'D4  NATURAL/TECH SYSTEMS    SYSTEMES NATURELS/TECH.'.
           03 FILLER PIC X(52) VALUE
              'D5  WORLD AND HUMANITY      MONDE ET ACTIV. HUMAINE'.
       01  WS-CDM-TAB REDEFINES WS-CDM-VALUES.
           03 WS-CDM-ENTRY OCCURS 8 INDEXED BY IDX-CDM.
              05 WS-CDM-CODE     PIC X(4).
              05 WS-CDM-LABEL-EN PIC X(24).
              05 WS-CDM-LABEL-FR PIC X(24).
       01  WS-NB-CDM             PIC 9       VALUE 8.
