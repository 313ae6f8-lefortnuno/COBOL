      *--1----+----2----+----3----+----4----+----5----+----6----+----7--
      * EMPARCH.CPY - Enregistrements de l'archive scellee des
      * salaries purges (employee_leavers_archive.txt). Chaque run
      * de purge d'EmployeePurge y ajoute un bloc : une entete
      * (type H : numero de purge, date et heure, duree de
      * retention en annees, date limite d'inactivite), une ligne
      * par salarie purge (type D : image maitre complete, date de
      * passage a l'inactivite, date de purge) et un scelle (type
      * T : nombre de salaries du bloc, somme des EMP-ID et somme
      * des dates d'inactivite). L'archive n'est jamais reecrite ;
      * un bloc dont le scelle ne s'equilibre plus signale une
      * alteration et bloque toute nouvelle purge.
       01   ARCHIVE-ENTETE-ENREG.
           05   ARE-TYPE           PIC X(1).
           05   ARE-NUMERO         PIC 9(4).
           05   ARE-DATE           PIC 9(8).
           05   ARE-HEURE          PIC 9(6).
           05   ARE-RETENTION      PIC 9(2).
           05   ARE-DATE-LIMITE    PIC 9(8).
           05   FILLER             PIC X(71).
       01   ARCHIVE-SORTANT-ENREG.
           05   ARS-TYPE           PIC X(1).
           05   ARS-NUMERO         PIC 9(4).
           05   ARS-EMPLOYE        PIC X(62).
           05   ARS-DATE-INACTIF   PIC 9(8).
           05   ARS-DATE-PURGE     PIC 9(8).
           05   FILLER             PIC X(17).
       01   ARCHIVE-SCELLE-ENREG.
           05   ART-TYPE           PIC X(1).
           05   ART-NUMERO         PIC 9(4).
           05   ART-NOMBRE         PIC 9(6).
           05   ART-HASH-ID        PIC 9(11).
           05   ART-HASH-DATES     PIC 9(14).
           05   FILLER             PIC X(64).
