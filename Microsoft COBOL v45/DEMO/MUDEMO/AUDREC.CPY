           03  filler                         pic x(02).
           03  aud-time                       pic 9(08).
           03  filler                         pic x(02).
           03  aud-before-image               pic x(443).
           03  filler                         pic x(02).
           03  aud-after-image                pic x(443).
