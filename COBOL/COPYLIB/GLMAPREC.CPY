000100******************************************************************
000200*    COPYBOOK.....: GLMAPREC.CPY
000300*    DESCRIPTION..: SHOP-MAINTAINED GENERAL LEDGER MAPPING CARD
000400*                   LAYOUT (PROD.BATCH.GLMAP).  ONE CARD PER
000500*                   TRANSACTION CODE AND SOURCE: THE GL ACCOUNT
000600*                   DEBITED AND THE GL ACCOUNT CREDITED WHEN THAT
000700*                   ACTIVITY POSTS, AND A SHORT DESCRIPTION
000800*                   CARRIED ONTO THE GL INTERFACE FILE.  THE
000900*                   SOURCE IS THE TWO-DIGIT BRANCH IDENTIFIER
001000*                   FOR BRANCH WORK, OR ONE OF THE RESERVED
001100*                   SOURCES BELOW, WHICH MUST EACH BE MAPPED TO
001200*                   THEIR OWN GL ACCOUNTS:
001300*                     SC   SERVICE CHARGES (SVCCHG)
001400*                     IC   CAPITALIZED INTEREST (INTCAP)
001500*                     SU   SUSPENDED OR HELD ITEMS (POSTTRAN
001600*                          SUSPENSE AND POSTHOLD) - ONE CARD
001700*                          PER CODE
001710*                     SR   ITEMS SUSPRCYC RE-PRESENTS OUT OF
001720*                          SUSPENSE OR HOLD - MAPPED BETWEEN
001730*                          THE SUSPENSE GL AND THE CUSTOMER
001740*                          SIDE, SO POSTING THEM RELIEVES
001750*                          SUSPENSE - ONE CARD PER CODE
001800*                   CODES ARE D, C, AND A; A REVERSAL ("R") USES
001900*                   ITS ORIGINAL'S CARD WITH THE SIDES SWAPPED.
002000*                   GL ACCOUNT NUMBERS ARE TEN DIGITS, ZERO-
002100*                   FILLED.  MAPPINGS ARE CHANGED WITH A DATASET
002200*                   EDIT - NO PROGRAM CHANGE.
002300*    MODIFICATION HISTORY
002400*    DATE       INIT DESCRIPTION
002500*    2026-10-15 DLA  ORIGINAL COPYBOOK.
002510*    2026-10-15 DLA  REVIEW FIX: ADDED THE RESERVED "SR" SOURCE
002520*                    FOR RE-PRESENTED SUSPENSE AND HELD ITEMS.
002600******************************************************************
002700 01  GL-MAP-RECORD.
002800     05  GLM-TRANS-CODE              PIC X(01).
002900     05  GLM-SOURCE-ID               PIC X(02).
003000     05  GLM-DEBIT-GL                PIC X(10).
003100     05  GLM-CREDIT-GL               PIC X(10).
003200     05  GLM-DESCRIPTION             PIC X(20).
003300     05  FILLER                      PIC X(37).
