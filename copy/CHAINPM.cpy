000010*================================================================
000020* CHAINPM - PARAMETER AREA PASSED TO AUDIT-CHAIN-RTN, THE SHARED
000030*           ROUTINE THAT WORKS OUT AN AUDIT ROW'S CHAIN VALUE.
000040*           THE CALLER MOVES THE ROW (EVERYTHING AHEAD OF THE
000050*           CHAIN FIELD ITSELF) INTO CH-ROW-IMAGE, ITS LENGTH
000060*           INTO CH-ROW-LENGTH, AND THE PREVIOUS ROW'S CHAIN
000070*           VALUE INTO CH-PREV-CHAIN (ZERO FOR THE FIRST ROW
000080*           OF A CHAIN), AND GETS THE NEW ROW'S VALUE BACK IN
000090*           CH-NEW-CHAIN. BANNER-RTN CALLS IT TO STAMP EACH ROW
000100*           IT WRITES; AUDIT-VERIFY CALLS IT TO RECOMPUTE THEM.
000110*================================================================
000120 01  CHAIN-PARM-AREA.
000130     05  CH-ROW-LENGTH           PIC 9(04)   COMP.
000140     05  CH-PREV-CHAIN           PIC 9(09).
000150     05  CH-NEW-CHAIN            PIC 9(09).
000160     05  CH-ROW-IMAGE            PIC X(200).
