      *> SHIFT-LOG-RECORD - data/shift-log.dat, appended from the
      *> launch menu handover-notes window. Type NOTE carries the
      *> operator's free text; type ACK records the incoming operator
      *> acknowledging the handover report whose stamp is in the text.
           05 shift-timestamp    pic x(26).
           05 shift-operator-id  pic x(8).
           05 shift-entry-type   pic x(4).
           05 shift-text         pic x(70).
