      *> instead of "one hash, one balance". The card master
      *> atm_cards.dat is keyed on the card hash and carries the
      *> account hash it spends from, a status (A active / B blocked /
      *> E expired / P renewal pending activation, issued by
      *> ATM-CARD-RENEWAL), and issue/expiry dates. ATM-BACKEND
      *> resolves the inserted card through this file at login and
      *> refuses blocked or expired cards; a card hash with no
      *> record keeps the historical behaviour (the hash is the
      *> account).
      *>
      *>   ./atm_cartes AJOUTER <carte> <compte> [<expire AAAAMMJJ>]
      *>   ./atm_cartes REMPLACER <ancienne> <nouvelle> [<expire>]
