      *>CARDPINF threshold in data/TrxLimits.dat and the counter
      *>resets on a successful posting or an unblock
           05  CARD-PinFails      PIC 9(2) VALUE 0.
      *>renewal chain - set by the cardRenewal batch: the expiring
      *>card carries the number of the replacement issued for it,
      *>and the replacement the number of the card it replaces.
      *>Activating the replacement moves the old card to expired.
           05  CARD-ReplacedBy    PIC 9(16) VALUE 0.
           05  CARD-Replaces      PIC 9(16) VALUE 0.
      *>daily spending limits on the card itself - zero runs the
      *>card on its tier's default (loadCardLimits), and the
      *>customer may only set them lower in cardSelf. The running
      *>totals are what channelImport has posted against the card
      *>on CARD-TotDate; a new business date starts them over, so
      *>the limit check never rescans the transaction file.
           05  CARD-AtmLimit      PIC 9(10)V99 VALUE 0.
           05  CARD-PosLimit      PIC 9(10)V99 VALUE 0.
           05  CARD-TotDate       PIC 9(8) VALUE 0.
           05  CARD-AtmToday      PIC 9(10)V99 VALUE 0.
           05  CARD-PosToday      PIC 9(10)V99 VALUE 0.
