000100*****************************************************************
000200* CHNREC - channel intake control record layout (CHANNELFD).
000300* A channel's first file must carry sequence 000001; every
000400* file after it must carry the next number. The creation date
000500* and the business date the file was posted on are kept for
000600* the channel teams' enquiries. The prior sequence is where
000610* the channel stood before that business date's intake, so a
000620* rerun of the same date judges its files the way the first
000630* attempt did.
000700*****************************************************************
000800   FD CHANNELFILE
000900     RECORD CONTAINS 32 CHARACTERS.
001000   01 CHANNELFD.
001100     05 CHN-CHANNEL-ID PIC X(04).
001200     05 CHN-LAST-FILE-SEQUENCE PIC 9(6).
001300     05 CHN-LAST-CREATION-DATE PIC 9(8).
001400     05 CHN-LAST-BUSINESS-DATE PIC 9(8).
001500     05 CHN-PRIOR-FILE-SEQUENCE PIC 9(6).
