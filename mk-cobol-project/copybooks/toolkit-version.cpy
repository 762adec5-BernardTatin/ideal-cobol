      *> shared copy so the generator that writes the stamp and the
      *> drift sweep that reads it back can never disagree about what
      *> "current" means.
       01 WS-TOOLKIT-VERSION  PIC X(10) VALUE "1.6".
