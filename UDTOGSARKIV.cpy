      *-----------------------------------------------------------*
      * UDTOGSARKIV.cpy
      * Udtogsarkivet - kontoudtogene som de blev dannet, linje for
      * linje under udtogets noegle (se UDTOGSINDEKS.cpy), en fil
      * per produktionsdag: UDTOGSARKIV_<dato>.txt.
      * Bruges af OPG20 og OPG37.
      *-----------------------------------------------------------*
           05  UA-UDTOG-ID             PIC X(20).
           05  UA-LINJENR              PIC 9(5).
           05  UA-TEXT                 PIC X(150).
