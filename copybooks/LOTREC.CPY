      *                QCREL (MOVES RELEASED QUANTITY TO AVAILABLE),
      *                ORDALLOC AND BORELEAS (CONSUME AVAILABLE,
      *                EARLIEST-EXPIRY-FIRST), PICKCONF (RESTORES
      *                SHORT-PICK RETURNS), ORDCANC (RESTORES
      *                CANCELLED ALLOCATIONS), LOTEXPRP (EXPIRING-
      *                STOCK REPORT), KITBUILD (CONSUMES KIT
      *                COMPONENTS, RESTORES THEM ON A DISASSEMBLY),
      *                RTVPOST (RETURNS HELD STOCK TO THE VENDOR),
      *                DMGDISP (REWORKED DAMAGED STOCK BACK TO
      *                AVAILABLE), LOTRECAL (PUTS A RECALLED LOT ON
      *                HOLD)
      *  NOTE       -  INDEXED FILE (LOTMAST) KEYED ON OWNER + ITEM +
      *                LOT NUMBER.  AN ITEM WITH NO LOT RECORDS IS
      *                UNDATED STOCK AND ALLOCATES AS BEFORE; AN ITEM
