01 DFHENTER Pic X Value X'7D'.
01 DFHPF3   Pic X Value X'F3'.
01 DFHPF5   Pic X Value X'F5'.
01 DFHPF6   Pic X Value X'F6'.
01 DFHPF7   Pic X Value X'F7'.
01 DFHPF8   Pic X Value X'F8'.
01 DFHPF9   Pic X Value X'F9'.
01 DFHPF10  Pic X Value X'7A'.
01 DFHPF11  Pic X Value X'7B'.
01 DFHPF12  Pic X Value X'7C'.
