000100******************************************************************
000200*                                                                *
000300*    BKUPCAT.CPY                                                 *
000400*                                                                *
000500*    BACKUP CATALOG RECORD, KEYED ON THE MASTER FILE'S NAME AND  *
000600*    THE GENERATION DATE.  MASTBKUP WRITES ONE RECORD FOR EACH   *
000700*    DATED GENERATION COPY IT TAKES OF A MASTER FILE, CARRYING   *
000800*    THE COPY'S FILE NAME AND THE RECORD COUNT AND HASH TOTAL    *
000900*    TAKEN AS IT WAS WRITTEN, AND DELETES THE RECORD WHEN THE    *
001000*    GENERATION EXPIRES.  MASTREST LISTS THE CATALOG, CHECKS A   *
001100*    GENERATION AGAINST ITS COUNT AND HASH BEFORE IT IS PUT      *
001200*    BACK, AND STAMPS WHO RESTORED IT AND WHEN.                  *
001300*                                                                *
001400*    MODIFICATION HISTORY                                        *
001500*    DATE       INIT  DESCRIPTION                                *
001600*    15OCT26    JEH   ORIGINAL COPYBOOK - MASTER BACKUP CATALOG  *
001700*                                                                *
001800******************************************************************
001900 01  BC-CATALOG-RECORD.
002000     05  BC-CATALOG-KEY.
002100         10  BC-FILE-ID              PIC X(08).
002200         10  BC-GEN-DATE             PIC 9(08).
002300     05  BC-GEN-TIME                 PIC 9(06).
002400     05  BC-GEN-NAME                 PIC X(20).
002500     05  BC-RECORD-COUNT             PIC 9(07).
002600     05  BC-HASH-TOTAL               PIC 9(15).
002700     05  BC-RESTORED-DATE            PIC 9(08).
002800     05  BC-RESTORED-BY              PIC X(08).
