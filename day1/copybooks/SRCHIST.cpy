      *> SH-BEFORE-IMAGE and SH-AFTER-IMAGE carry the full
      *> SourceMasterRecord layout (see SRCMAST); the before image is
      *> spaces for an add.
      *> SH-MAKER-ID keyed the transaction and SH-CHECKER-ID approved it
      *> (maker-checker, see APPRQUE); both are spaces on entries
      *> written before dual control.
       01 SourceHistoryRecord.
           05 SH-MAINT-DATE        PIC X(8).
           05 FILLER               PIC X(1).
           05 SH-BEFORE-IMAGE      PIC X(93).
           05 FILLER               PIC X(1).
           05 SH-AFTER-IMAGE       PIC X(93).
           05 FILLER               PIC X(1).
           05 SH-MAKER-ID          PIC X(8).
           05 FILLER               PIC X(1).
           05 SH-CHECKER-ID        PIC X(8).
