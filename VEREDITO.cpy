      *  and test VEREDITO-ACHADO - when set, WS-VER-MEDIA-FINAL and   *
      *  WS-VER-SITUACAO-FIN carry the post-recovery media and the     *
      *  A/R verdict that must override the original computation.      *
      *  Situacao C is an approval by the class council (CONSELHO):    *
      *  it counts as VEREDITO-APROVADO whatever the media, which      *
      *  stays the student's real media.                               *
      *----------------------------------------------------------------*
       77  WS-STATUS-VER           PIC X(02) VALUE SPACES.
           88 VER-ARQ-OK                 VALUE '00'.
           88 VEREDITO-ACHADO            VALUE 'S'.
       77  WS-VER-MEDIA-FINAL      PIC 9(03)V99 VALUE ZEROS.
       77  WS-VER-SITUACAO-FIN     PIC X(01) VALUE ' '.
           88 VEREDITO-APROVADO          VALUE 'A' 'C'.
           88 VEREDITO-CONSELHO          VALUE 'C'.

       01  WS-VER-CHAVE.
           03 WS-VER-CHAVE-MAT     PIC 9(03) VALUE ZEROS.
