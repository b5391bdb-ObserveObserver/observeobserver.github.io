      *    SITE-WIDE CONFIGURATION - THE SCHEME AND DOMAIN EVERY
      *    ABSOLUTE URL ON THE SITE IS BUILT FROM, SO A SCHEME CHANGE
      *    OR DOMAIN MOVE IS A ONE-PLACE EDIT INSTEAD OF A GREP-AND-FIX
      *    ACROSS EVERY PROGRAM. THE INSTALL SERVES MORE THAN ONE
      *    DOMAIN, SO WS-BASE-URL NOW SITS IN THE SITE BLOCK AND EACH
      *    PROGRAM FILLS IT FROM THE SITE MASTER (CALL 'SITEHOST')
      *    BEFORE IT BUILDS A URL; THE COMPILED-IN VALUE IS THE
      *    PRIMARY SITE'S, FOR WHEN THERE IS NO MASTER.
           COPY 'SITEREC.CPY'.
      *    THE LICENCE CODE (data/LICENCES.DAT) A STORY CARRIES WHEN
      *    ITS OWN STORY-LICENCE COLUMN IS BLANK.
       01  WS-DEFAULT-LICENCE  PIC X(12)   VALUE 'ARR'.
      *    THE SITE'S OWN FEDIVERSE ACCOUNT NAME - WEBFINGER.COB
      *    ANSWERS FOR acct:<THIS>@<THE DOMAIN IN WS-BASE-URL> AND
      *    ACTOR.COB PUBLISHES IT AS THE preferredUsername.
       01  WS-AP-USER          PIC X(20)   VALUE 'observer'.
