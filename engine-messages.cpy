      *The engine's player-facing messages in English, keyed for the
      *language overlays. A message is one template of up to 150
      *characters; &1 to &5 mark where EMIT-MESSAGE fills in the
      *names and numbers of the moment. The keys are what a
      *locale-<code>.txt overlay line names to replace a message,
      *so a key is never renamed once translators have it.
       01 MESSAGE-CATALOG-VALUES.
           02 FILLER               PIC X(12) VALUE 'WHO-PLAYING'.
           02 FILLER               PIC X(150) VALUE
               'Who is playing?'.
           02 FILLER               PIC X(12) VALUE 'WHO-PROMPT'.
           02 FILLER               PIC X(49) VALUE
               'Type your number, a new name to join the roster, '.
           02 FILLER               PIC X(101) VALUE
               'or press Enter for the shared profile:'.
           02 FILLER               PIC X(12) VALUE 'ROSTER-FULL'.
           02 FILLER               PIC X(49) VALUE
               'The roster is full; playing as &1 without saving '.
           02 FILLER               PIC X(101) VALUE
               'the name.'.
           02 FILLER               PIC X(12) VALUE 'MENU-WELCOME'.
           02 FILLER               PIC X(47) VALUE
               'Welcome adventurer! Please select an option by '.
           02 FILLER               PIC X(103) VALUE
               'typing the number into the command line:'.
           02 FILLER               PIC X(12) VALUE 'MENU-LOAD'.
           02 FILLER               PIC X(150) VALUE
               '1: Load Game'.
           02 FILLER               PIC X(12) VALUE 'MENU-NEW'.
           02 FILLER               PIC X(150) VALUE
               '2: New Game'.
           02 FILLER               PIC X(12) VALUE 'MENU-QUIT'.
           02 FILLER               PIC X(150) VALUE
               '3: Quit'.
           02 FILLER               PIC X(12) VALUE 'MENU-RESUME'.
           02 FILLER               PIC X(150) VALUE
               '4: Resume interrupted game'.
           02 FILLER               PIC X(12) VALUE 'MENU-INVALID'.
           02 FILLER               PIC X(150) VALUE
               'Invalid input!'.
           02 FILLER               PIC X(12) VALUE 'NEW-GAME'.
           02 FILLER               PIC X(150) VALUE
               'CREATING NEW GAME'.
           02 FILLER               PIC X(12) VALUE 'RESUMING'.
           02 FILLER               PIC X(150) VALUE
               'Resuming your interrupted game.'.
           02 FILLER               PIC X(12) VALUE 'SLOT-DESC'.
           02 FILLER               PIC X(150) VALUE
               'slot &1'.
           02 FILLER               PIC X(12) VALUE 'AUTO-DESC'.
           02 FILLER               PIC X(150) VALUE
               'the autosave checkpoint'.
           02 FILLER               PIC X(12) VALUE 'SLOT-LIST'.
           02 FILLER               PIC X(150) VALUE
               'Existing save slots:'.
           02 FILLER               PIC X(12) VALUE 'SLOT-ENTRY'.
           02 FILLER               PIC X(150) VALUE
               '  Slot &1'.
           02 FILLER               PIC X(12) VALUE 'SLOT-PROMPT'.
           02 FILLER               PIC X(150) VALUE
               'Enter a save slot number (1-9):'.
           02 FILLER               PIC X(12) VALUE 'SAVE-DONE'.
           02 FILLER               PIC X(150) VALUE
               'Game saved to slot &1.'.
           02 FILLER               PIC X(12) VALUE 'SAVE-NONE'.
           02 FILLER               PIC X(150) VALUE
               'No save found in &1.'.
           02 FILLER               PIC X(12) VALUE 'SAVE-OLD'.
           02 FILLER               PIC X(47) VALUE
               'Old-format or unrecognized save in &1. Run the '.
           02 FILLER               PIC X(103) VALUE
               'SAVE-UPGRADE utility to convert it.'.
           02 FILLER               PIC X(12) VALUE 'SAVE-DAMAGED'.
           02 FILLER               PIC X(44) VALUE
               'Damaged save header in &1; the save was not '.
           02 FILLER               PIC X(106) VALUE
               'loaded.'.
           02 FILLER               PIC X(12) VALUE 'SAVE-LAYOUT'.
           02 FILLER               PIC X(46) VALUE
               'The save in &1 was written by an unknown save '.
           02 FILLER               PIC X(104) VALUE
               'layout version and was not loaded.'.
           02 FILLER               PIC X(12) VALUE 'SAVE-BADSUM'.
           02 FILLER               PIC X(47) VALUE
               'The save in &1 failed its integrity check (the '.
           02 FILLER               PIC X(47) VALUE
               'file is truncated or was edited); the save was '.
           02 FILLER               PIC X(56) VALUE
               'not loaded.'.
           02 FILLER               PIC X(12) VALUE 'SAVE-SHORT'.
           02 FILLER               PIC X(49) VALUE
               'The save in &1 is missing save records; the save '.
           02 FILLER               PIC X(101) VALUE
               'was not loaded.'.
           02 FILLER               PIC X(12) VALUE 'SAVE-RELEASE'.
           02 FILLER               PIC X(41) VALUE
               'WARNING: this save was written against a '.
           02 FILLER               PIC X(47) VALUE
               'different world release (&1 vs &2); scenes may '.
           02 FILLER               PIC X(62) VALUE
               'have moved.'.
           02 FILLER               PIC X(12) VALUE 'SAVE-NOCHAP'.
           02 FILLER               PIC X(46) VALUE
               'The saved chapter is no longer in the chapter '.
           02 FILLER               PIC X(104) VALUE
               'manifest; restarting in chapter 1.'.
           02 FILLER               PIC X(12) VALUE 'SAVE-NOSCENE'.
           02 FILLER               PIC X(50) VALUE
               'The saved position is outside the current chapter '.
           02 FILLER               PIC X(47) VALUE
               'content; restarting the chapter from its first '.
           02 FILLER               PIC X(53) VALUE
               'scene.'.
           02 FILLER               PIC X(12) VALUE 'WARN-INV'.
           02 FILLER               PIC X(150) VALUE
               'WARNING: inventory list too long to save in full.'.
           02 FILLER               PIC X(12) VALUE 'WARN-FLAGS'.
           02 FILLER               PIC X(150) VALUE
               'WARNING: story flag list too long to save in full.'.
           02 FILLER               PIC X(12) VALUE 'WARN-STOCK'.
           02 FILLER               PIC X(150) VALUE
               'WARNING: shop stock list too long to save in full.'.
           02 FILLER               PIC X(12) VALUE 'ACTIONS-HEAD'.
           02 FILLER               PIC X(150) VALUE
               'Available actions:'.
           02 FILLER               PIC X(12) VALUE 'INPUT-PROMPT'.
           02 FILLER               PIC X(150) VALUE
               'Input:'.
           02 FILLER               PIC X(12) VALUE 'INPUT-BAD'.
           02 FILLER               PIC X(150) VALUE
               'Invalid Input!'.
           02 FILLER               PIC X(12) VALUE 'QUIT-SAVE'.
           02 FILLER               PIC X(150) VALUE
               'Save your progress before quitting? (Y/N):'.
           02 FILLER               PIC X(12) VALUE 'STATUS-LINE'.
           02 FILLER               PIC X(47) VALUE
               '[ Health: &1 | Gold: &2 | Level: &3 | XP: &4 | '.
           02 FILLER               PIC X(103) VALUE
               'Items: &5/10 ]'.
           02 FILLER               PIC X(12) VALUE 'INV-EMPTY'.
           02 FILLER               PIC X(150) VALUE
               'You are holding nothing.'.
           02 FILLER               PIC X(12) VALUE 'INV-HEAD'.
           02 FILLER               PIC X(150) VALUE
               'You are holding:'.
           02 FILLER               PIC X(12) VALUE 'ACH-PACIFIST'.
           02 FILLER               PIC X(47) VALUE
               'Achievement earned: PACIFIST (finished without '.
           02 FILLER               PIC X(103) VALUE
               'fighting).'.
           02 FILLER               PIC X(12) VALUE 'ACH-UNHURT'.
           02 FILLER               PIC X(48) VALUE
               'Achievement earned: UNSCATHED (finished at full '.
           02 FILLER               PIC X(102) VALUE
               'health).'.
           02 FILLER               PIC X(12) VALUE 'PROFILE-LINE'.
           02 FILLER               PIC X(43) VALUE
               'Adventurer''s record: &1 playthrough(s), &2 '.
           02 FILLER               PIC X(107) VALUE
               'death(s).'.
           02 FILLER               PIC X(12) VALUE 'ENDINGS-NONE'.
           02 FILLER               PIC X(150) VALUE
               'Endings found: none yet'.
           02 FILLER               PIC X(12) VALUE 'ENDINGS-LIST'.
           02 FILLER               PIC X(150) VALUE
               'Endings found: &1'.
           02 FILLER               PIC X(12) VALUE 'ACHV-NONE'.
           02 FILLER               PIC X(150) VALUE
               'Achievements: none yet'.
           02 FILLER               PIC X(12) VALUE 'ACHV-LIST'.
           02 FILLER               PIC X(150) VALUE
               'Achievements: &1'.
           02 FILLER               PIC X(12) VALUE 'HIT-TAKEN'.
           02 FILLER               PIC X(150) VALUE
               'You take a hit! Health is now &1.'.
           02 FILLER               PIC X(12) VALUE 'NO-ENEMY'.
           02 FILLER               PIC X(47) VALUE
               'There is no enemy called &1 in the enemy file; '.
           02 FILLER               PIC X(103) VALUE
               'nothing happens.'.
           02 FILLER               PIC X(12) VALUE 'SQUARE-OFF'.
           02 FILLER               PIC X(150) VALUE
               'You square off against the &1 (&2 hit points)!'.
           02 FILLER               PIC X(12) VALUE 'STRIKE-ASK'.
           02 FILLER               PIC X(150) VALUE
               'Press Enter to strike, or type use <item>:'.
           02 FILLER               PIC X(12) VALUE 'YOU-STRIKE'.
           02 FILLER               PIC X(47) VALUE
               'You strike the &1 for &2 damage (&3 hit points '.
           02 FILLER               PIC X(103) VALUE
               'left).'.
           02 FILLER               PIC X(12) VALUE 'ENEMY-HITS'.
           02 FILLER               PIC X(50) VALUE
               'The &1 hits you for &2 damage (your health is now '.
           02 FILLER               PIC X(100) VALUE
               '&3).'.
           02 FILLER               PIC X(12) VALUE 'ENEMY-DOWN'.
           02 FILLER               PIC X(150) VALUE
               'The &1 is defeated!'.
           02 FILLER               PIC X(12) VALUE 'XP-GAIN'.
           02 FILLER               PIC X(150) VALUE
               'You gain &1 experience.'.
           02 FILLER               PIC X(12) VALUE 'LEVEL-UP'.
           02 FILLER               PIC X(47) VALUE
               'You reach level &1! Your blows land harder and '.
           02 FILLER               PIC X(103) VALUE
               'you can endure more.'.
           02 FILLER               PIC X(12) VALUE 'BESTED'.
           02 FILLER               PIC X(150) VALUE
               'The &1 has bested you.'.
           02 FILLER               PIC X(12) VALUE 'TAKE-ITEM'.
           02 FILLER               PIC X(150) VALUE
               'You take the &1.'.
           02 FILLER               PIC X(12) VALUE 'USE-NOTHELD'.
           02 FILLER               PIC X(150) VALUE
               'You do not have a &1 to use.'.
           02 FILLER               PIC X(12) VALUE 'USE-NOEFFECT'.
           02 FILLER               PIC X(150) VALUE
               'The &1 is not something you can use.'.
           02 FILLER               PIC X(12) VALUE 'USE-HEAL'.
           02 FILLER               PIC X(48) VALUE
               'You use the &1 and recover up to &2 health (now '.
           02 FILLER               PIC X(102) VALUE
               '&3).'.
           02 FILLER               PIC X(12) VALUE 'USE-GOLD'.
           02 FILLER               PIC X(150) VALUE
               'You use the &1 and gain &2 gold (now &3).'.
           02 FILLER               PIC X(12) VALUE 'BUY-NOPRICE'.
           02 FILLER               PIC X(44) VALUE
               'No price is listed for the &1; it cannot be '.
           02 FILLER               PIC X(106) VALUE
               'bought.'.
           02 FILLER               PIC X(12) VALUE 'BUY-NOSTOCK'.
           02 FILLER               PIC X(150) VALUE
               'The shop has no &1 left in stock.'.
           02 FILLER               PIC X(12) VALUE 'BUY-HELD'.
           02 FILLER               PIC X(150) VALUE
               'You already carry the &1.'.
           02 FILLER               PIC X(12) VALUE 'BUY-FULL'.
           02 FILLER               PIC X(150) VALUE
               'Your hands are full; you cannot carry the &1.'.
           02 FILLER               PIC X(12) VALUE 'BUY-NOGOLD'.
           02 FILLER               PIC X(150) VALUE
               'You cannot afford the &1 (&2 gold; you have &3).'.
           02 FILLER               PIC X(12) VALUE 'BUY-DONE'.
           02 FILLER               PIC X(150) VALUE
               'You buy the &1 for &2 gold. You have &3 gold left.'.
           02 FILLER               PIC X(12) VALUE 'SELL-NOTHELD'.
           02 FILLER               PIC X(150) VALUE
               'You do not have a &1 to sell.'.
           02 FILLER               PIC X(12) VALUE 'SELL-NOPRICE'.
           02 FILLER               PIC X(150) VALUE
               'No price is listed for the &1; it cannot be sold.'.
           02 FILLER               PIC X(12) VALUE 'SELL-DONE'.
           02 FILLER               PIC X(150) VALUE
               'You sell the &1 for &2 gold. You now have &3 gold.'.
       01 MESSAGE-CATALOG REDEFINES MESSAGE-CATALOG-VALUES.
           02 MESSAGE-CATALOG-ENTRY OCCURS 67 TIMES.
               03 MESSAGE-KEY      PIC X(12).
               03 MESSAGE-DEFAULT  PIC X(150).
       01 MESSAGE-CATALOG-COUNT    PIC 9(3) VALUE 67.
